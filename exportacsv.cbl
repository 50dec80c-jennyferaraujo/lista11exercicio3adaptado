       file section.
       fd  arqAlunos.
       01  fd-alunos.
           05  fd-cod                              pic 9(08).
           05  fd-aluno                            pic x(25).
           05  fd-endereco                         pic x(35).
           05  fd-mae                              pic x(25).
               88  fd-status-ativo                      value "A".
               88  fd-status-inativo                    value "I".
           05  fd-turma                            pic x(03).
           05  fd-cod-anterior                     pic 9(03).

       fd  arqAlunosCSV.
       01  fd-csv-linha                            pic x(180).
               perform finaliza-anormal
           end-if

           move spaces                                 to fd-csv-linha
           string "MATRICULA;ALUNO;ENDERECO;MAE;PAI;TELEFONE;"
                  "NOTA1;NOTA2;NOTA3;NOTA4;COD_ANTERIOR"
                  delimited by size
               into fd-csv-linha
           write fd-csv-linha

           .
                   with pointer ws-ptr

               move fd-nota(4)                         to ws-nota-edit
               string ws-nota-edit         ";"
                      fd-cod-anterior
                      delimited by size
                   into ws-csv-linha
                   with pointer ws-ptr
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           move 12                                  to return-code
           Stop run
           .
       finaliza-anormal-exit.
