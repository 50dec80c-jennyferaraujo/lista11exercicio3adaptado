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

       fd  arqNotas.
       01  fd-notas-disc.
           05  fd-nt-chave.
               10  fd-nt-cod                       pic 9(08).
               10  fd-nt-disciplina                pic x(03).
           05  fd-nt-nota-g.
               10  fd-nt-notas occurs 4.
       fd  arqFrequencia.
       01  fd-frequencia.
           05  fd-fq-chave.
               10  fd-fq-cod                       pic 9(08).
               10  fd-fq-anomes                    pic 9(06).
           05  fd-fq-aulas                         pic 9(03).
           05  fd-fq-faltas                        pic 9(03).

       fd  arqRecuperacao.
       01  fd-recuperacao.
           05  fd-rc-cod                           pic 9(08).
           05  fd-rc-nota-exame                    pic 9(02)v99.

       fd  arqAuditoria.
       01  fd-auditoria.
           05  fd-au-chave.
               10  fd-au-cod                       pic 9(08).
               10  fd-au-data                      pic 9(08).
               10  fd-au-hora                      pic 9(06).
               10  fd-au-seq                       pic 9(02).
           05  ws-modo                             pic x(01).
               88  ws-modo-relatorio                    value "R" "r".
               88  ws-modo-expurgo                      value "E" "e".
           05  ws-cod-conferido                    pic 9(08).
           05  ws-situacao-cod                     pic x(01).
               88  ws-cod-ativo                         value "A".
               88  ws-cod-inativo                       value "I".
           if not ws-modo-relatorio
           and not ws-modo-expurgo then
               display "Opcao Invalida!"
               move 12                              to return-code
               Stop run
           end-if


           move spaces                              to ws-concilia-det
           if ws-cod-inexistente then
               string "arqNotas - Matricula: "   fd-nt-cod
                      "  Disc: "                 fd-nt-disciplina
                      "  aluno inexistente"
                      delimited by size
                   into ws-concilia-det
           else
               string "arqNotas - Matricula: "   fd-nt-cod
                      "  Disc: "                 fd-nt-disciplina
                      "  aluno inativo"
                      delimited by size
                   into ws-concilia-det

           move spaces                              to ws-concilia-det
           if ws-cod-inexistente then
               string "arqFrequencia - Matricula: "   fd-fq-cod
                      "  Comp: "                      fd-fq-anomes
                      "  aluno inexistente"
                      delimited by size
                   into ws-concilia-det
           else
               string "arqFrequencia - Matricula: "   fd-fq-cod
                      "  Comp: "                      fd-fq-anomes
                      "  aluno inativo"
                      delimited by size
                   into ws-concilia-det

           move spaces                              to ws-concilia-det
           if ws-cod-inexistente then
               string "arqRecuperacao - Matricula: "   fd-rc-cod
                      "  aluno inexistente"
                      delimited by size
                   into ws-concilia-det
           else
               string "arqRecuperacao - Matricula: "   fd-rc-cod
                      "  aluno inativo"
                      delimited by size
                   into ws-concilia-det

           move spaces                              to ws-concilia-det
           if ws-cod-inexistente then
               string "arqAuditoria - Matricula: "    fd-au-cod
                      "  Data: "                      fd-au-data
                      "  Campo: "                     fd-au-campo
                      "  aluno inexistente"
                      delimited by size
                   into ws-concilia-det
           else
               string "arqAuditoria - Matricula: "    fd-au-cod
                      "  Data: "                      fd-au-data
                      "  Campo: "                     fd-au-campo
                      "  aluno inativo"
                      delimited by size
                   into ws-concilia-det
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           move 12                                  to return-code
           Stop run
           .
       finaliza-anormal-exit.
                       ws-qtd-expurgados
           end-if

           if ws-qtd-nt-orfaos > zero
           or ws-qtd-fq-orfaos > zero
           or ws-qtd-rc-orfaos > zero
           or ws-qtd-au-orfaos > zero then
               move 4                               to return-code
           end-if

           Stop run
           .
       finaliza-exit.
