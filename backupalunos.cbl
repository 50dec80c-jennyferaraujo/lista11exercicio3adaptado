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

       fd  arqBackup.
       01  fd-backup-linha                         pic x(156).

      *>----Variaveis de trabalho
       working-storage section.
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           move 12                                  to return-code
           Stop run
           .
       finaliza-anormal-exit.
