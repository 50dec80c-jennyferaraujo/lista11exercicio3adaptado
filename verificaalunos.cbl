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

       fd  arqVerifica.
       01  fd-verifica-linha                       pic x(100).

       01  ws-nome-arqBackup                       pic x(30).

       01  ws-data-hoje.
           05  ws-data-aaaa                        pic 9(04).
           05  ws-data-mm                          pic 9(02).
           05  ws-data-dd                          pic 9(02).

       01  ws-geral.
           05  ws-ind-nota                         pic 9(01).
           05  ws-nota-edit                        pic z9,99.
       01  ws-tabela-nomes.
           05  ws-nome-qtd                         pic 9(03) value zero.
           05  ws-nome-linha occurs 200.
               10  ws-nome-cod                     pic 9(08).
               10  ws-nome-aluno                   pic x(25).

       01  ws-nome-aux.
           05  ws-nome-aux-cod                     pic 9(08).
           05  ws-nome-aux-aluno                   pic x(25).

       01  ws-nome-i                               pic 9(03).
       inicializa section.

           display "Nome do ultimo backup (ex.: arqAlunos_20260822.bak): "
           display "(em branco = backup de hoje)"
           accept ws-nome-arqBackup

           if ws-nome-arqBackup = spaces then
               accept ws-data-hoje                  from date yyyymmdd
               string "arqAlunos_"     ws-data-aaaa
                      ws-data-mm       ws-data-dd
                      ".bak"
                      delimited by size
                   into ws-nome-arqBackup
           end-if

           open input arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               move 1                                to ws-msn-erro-ofsset
               if fd-status-ativo
               and fd-turma = spaces then
                   move spaces                          to ws-verifica-det
                   string "Matricula: "   fd-cod
                          "  Turma em branco em aluno ativo"
                          delimited by size
                       into ws-verifica-det
               if not fd-status-ativo
               and not fd-status-inativo then
                   move spaces                          to ws-verifica-det
                   string "Matricula: "   fd-cod
                          "  Status invalido: '"   fd-status   "'"
                          delimited by size
                       into ws-verifica-det
           if fd-nota(ws-ind-nota) > 10,00 then
               move fd-nota(ws-ind-nota)            to ws-nota-edit
               move spaces                          to ws-verifica-det
               string "Matricula: " fd-cod
                      "  Nota "     ws-ind-nota
                      " fora da faixa (0,00 a 10,00): "  ws-nota-edit
                      delimited by size
               if ws-nome-aluno(ws-nome-i) = ws-nome-aluno(ws-nome-i - 1)
               and ws-nome-aluno(ws-nome-i) <> spaces then
                   move spaces                          to ws-verifica-det
                   string "Matricula: "   ws-nome-cod(ws-nome-i - 1)
                          " e Matricula: "   ws-nome-cod(ws-nome-i)
                          "  Nome duplicado suspeito: "
                          ws-nome-aluno(ws-nome-i)
                          delimited by size
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           move 12                                  to return-code
           Stop run
           .
       finaliza-anormal-exit.
           display "Total de registros lidos   : " ws-qtd-registros
           display "Total de ocorrencias       : " ws-qtd-ocorrencias

           if ws-qtd-ocorrencias > zero then
               move 4                               to return-code
           end-if

           Stop run
           .
       finaliza-exit.
