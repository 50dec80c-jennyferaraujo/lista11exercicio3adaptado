      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "cadeianoturna".
       author. "Jennyfer Araujo".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqEtapas assign to "cadeianoturna.cfg"
           organization is line sequential
           file status is ws-fs-arqEtapas.

           select arqEntrada assign to "cadeianoturna.ent"
           organization is line sequential
           file status is ws-fs-arqEntrada.

           select arqLog assign to "cadeianoturna.log"
           organization is line sequential
           file status is ws-fs-arqLog.

           select arqCheckpoint assign to "cadeianoturna.chk"
           organization is line sequential
           file status is ws-fs-arqCheckpoint.

           select arqResumo assign to "cadeianoturna.txt"
           organization is line sequential
           file status is ws-fs-arqResumo.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>  uma etapa por linha; linhas iniciadas por "*" sao comentario
       fd  arqEtapas.
       01  fd-etapa-cfg.
           05  fd-cfg-ordem                        pic x(02).
           05  filler                              pic x(01).
           05  fd-cfg-comando                      pic x(30).
           05  filler                              pic x(01).
           05  fd-cfg-entrada                      pic x(20).
           05  filler                              pic x(01).
           05  fd-cfg-rc-maximo                    pic x(02).
           05  filler                              pic x(01).
           05  fd-cfg-relatorio                    pic x(25).
       01  fd-etapa-cfg-linha                      pic x(83).

      *>  resposta entregue ao programa da etapa pela entrada padrao
       fd  arqEntrada.
       01  fd-entrada-linha                        pic x(20).

       fd  arqLog.
       01  fd-log-linha                            pic x(100).

      *>  execucao interrompida: data/hora da execucao e etapa que falhou
      *>  (etapa zero = ultima cadeia concluida)
       fd  arqCheckpoint.
       01  fd-checkpoint.
           05  fd-chk-data                         pic 9(08).
           05  fd-chk-hora                         pic 9(06).
           05  fd-chk-etapa                        pic 9(02).

       fd  arqResumo.
       01  fd-resumo-linha                         pic x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqEtapas                         pic 9(02).
       77  ws-fs-arqEntrada                        pic 9(02).
       77  ws-fs-arqLog                            pic 9(02).
       77  ws-fs-arqCheckpoint                     pic 9(02).
       77  ws-fs-arqResumo                         pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

       01  ws-tab-etapas.
           05  ws-qtd-etapas                       pic 9(02) value zero.
           05  ws-et-item occurs 20.
               10  ws-et-ordem                     pic 9(02).
               10  ws-et-comando                   pic x(30).
               10  ws-et-entrada                   pic x(20).
               10  ws-et-rc-maximo                 pic 9(02).
               10  ws-et-relatorio                 pic x(25).
               10  ws-et-inicio                    pic 9(06).
               10  ws-et-fim                       pic 9(06).
               10  ws-et-rc                        pic 9(03).
               10  ws-et-situacao                  pic x(01).
                   88  ws-et-nao-executada              value "N".
                   88  ws-et-ok                         value "K".
                   88  ws-et-falhou                     value "F".
                   88  ws-et-ja-concluida               value "J".

       01  ws-controle-cadeia.
           05  ws-ind-etapa                        pic 9(02).
           05  ws-etapa-inicial                    pic 9(02).
           05  ws-etapa-falha                      pic 9(02) value zero.
           05  ws-data-execucao                    pic 9(08).
           05  ws-hora-execucao                    pic 9(06).
           05  ws-hora-fim                         pic 9(06).
           05  ws-chk-data                         pic 9(08) value zero.
           05  ws-chk-hora                         pic 9(06) value zero.
           05  ws-chk-etapa                        pic 9(02) value zero.
           05  ws-resposta                         pic x(01).
           05  ws-cadeia                           pic x(01) value "A".
               88  ws-cadeia-andamento                  value "A".
               88  ws-cadeia-concluida                  value "C".
               88  ws-cadeia-interrompida               value "I".
           05  ws-retomada                         pic x(01) value "N".
               88  ws-retomada-sim                      value "S".
               88  ws-retomada-nao                      value "N".

       01  ws-hora-sistema.
           05  ws-hs-hhmmss                        pic 9(06).
           05  ws-hs-centesimos                    pic 9(02).

       01  ws-chamada.
           05  ws-comando                          pic x(80).
           05  ws-rc-sistema                       pic s9(09).

       01  ws-log-det.
           05  ws-lg-data                          pic 9(08).
           05  filler                              pic x(01) value space.
           05  ws-lg-hora-execucao                 pic 9(06).
           05  filler                              pic x(01) value space.
           05  ws-lg-ordem                         pic 9(02).
           05  filler                              pic x(01) value space.
           05  ws-lg-comando                       pic x(30).
           05  filler                              pic x(01) value space.
           05  ws-lg-evento                        pic x(06).
           05  filler                              pic x(01) value space.
           05  ws-lg-hora                          pic 9(06).
           05  filler                              pic x(04) value " RC ".
           05  ws-lg-rc                            pic 9(03).
           05  filler                              pic x(01) value space.
           05  ws-lg-situacao                      pic x(14).

       01  ws-edicoes.
           05  ws-data-edit.
               10  ws-data-dia                     pic 9(02).
               10  filler                          pic x(01) value "/".
               10  ws-data-mes                     pic 9(02).
               10  filler                          pic x(01) value "/".
               10  ws-data-ano                     pic 9(04).
           05  ws-hora-aux                         pic 9(06).
           05  ws-hora-edit.
               10  ws-hora-hh                      pic 9(02).
               10  filler                          pic x(01) value ":".
               10  ws-hora-mm                      pic 9(02).
               10  filler                          pic x(01) value ":".
               10  ws-hora-ss                      pic 9(02).
           05  ws-inicio-edit                      pic x(08).
           05  ws-fim-edit                         pic x(08).
           05  ws-situacao-edit                    pic x(14).

       01  ws-resumo-det                           pic x(100).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-data-execucao                  from date yyyymmdd
           accept ws-hora-sistema                   from time
           move ws-hs-hhmmss                        to ws-hora-execucao

           perform carregar-etapas
           perform ler-checkpoint

           move 1                                   to ws-etapa-inicial

           if ws-chk-etapa > 0 then
               perform localizar-etapa-falha
           end-if

           open extend arqLog
           if ws-fs-arqLog = 35 then
               open output arqLog
           end-if
           if ws-fs-arqLog  <> 00 then
               move 3                                to ws-msn-erro-ofsset
               move ws-fs-arqLog                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqLog "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move zero                                to ws-lg-ordem
           move "CADEIA"                            to ws-lg-comando
           move "INICIO"                            to ws-lg-evento
           move ws-hora-execucao                    to ws-lg-hora
           move zero                                to ws-lg-rc
           if ws-retomada-sim then
               move "RETOMADA"                      to ws-lg-situacao
           else
               move "NOVA"                          to ws-lg-situacao
           end-if
           perform gravar-log

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le a configuracao da cadeia, gravando a cadeia padrao na 1a execucao
      *>------------------------------------------------------------------------
       carregar-etapas section.

           open input arqEtapas
           if ws-fs-arqEtapas = 35 then
               perform gravar-configuracao-padrao
               open input arqEtapas
           end-if
           if ws-fs-arqEtapas  <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqEtapas                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEtapas "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           read arqEtapas
           perform until ws-fs-arqEtapas = 10
               if ws-fs-arqEtapas  <> 00 then
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqEtapas                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqEtapas "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if fd-etapa-cfg-linha(1 : 1) <> "*"
               and fd-etapa-cfg-linha <> spaces then
                   perform incluir-etapa
               end-if

               read arqEtapas
           end-perform

           close arqEtapas
           if ws-fs-arqEtapas  <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqEtapas                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqEtapas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-qtd-etapas = zero then
               move 1                                    to ws-msn-erro-ofsset
               move zero                                 to ws-msn-erro-cod
               move "Nenhuma etapa em cadeianoturna.cfg "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       carregar-etapas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere a linha de configuracao e inclui a etapa na tabela
      *>------------------------------------------------------------------------
       incluir-etapa section.

           if fd-cfg-rc-maximo = spaces then
               move "00"                            to fd-cfg-rc-maximo
           end-if

           if fd-cfg-ordem not numeric
           or fd-cfg-rc-maximo not numeric
           or fd-cfg-comando = spaces then
               display "Linha invalida: " fd-etapa-cfg-linha
               move 1                                    to ws-msn-erro-ofsset
               move zero                                 to ws-msn-erro-cod
               move "Linha invalida em cadeianoturna.cfg "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-qtd-etapas >= 20 then
               move 1                                    to ws-msn-erro-ofsset
               move zero                                 to ws-msn-erro-cod
               move "Mais de 20 etapas em cadeianoturna.cfg "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1                                    to ws-qtd-etapas
           move fd-cfg-ordem                        to ws-et-ordem(ws-qtd-etapas)
           move fd-cfg-comando                      to ws-et-comando(ws-qtd-etapas)
           move fd-cfg-entrada                      to ws-et-entrada(ws-qtd-etapas)
           move fd-cfg-rc-maximo                    to ws-et-rc-maximo(ws-qtd-etapas)
           move fd-cfg-relatorio                    to ws-et-relatorio(ws-qtd-etapas)
           move zero                                to ws-et-inicio(ws-qtd-etapas)
           move zero                                to ws-et-fim(ws-qtd-etapas)
           move zero                                to ws-et-rc(ws-qtd-etapas)
           set ws-et-nao-executada(ws-qtd-etapas)   to true

           .
       incluir-etapa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava a cadeia padrao: backup, verificacao, conciliacao (somente
      *>  relatorio), boletim, estatisticas e exportacao CSV
      *>------------------------------------------------------------------------
       gravar-configuracao-padrao section.

           open output arqEtapas
           if ws-fs-arqEtapas  <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqEtapas                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEtapas "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "*O COMANDO                        ENTRADA              RC RELATORIO"
                                                    to fd-etapa-cfg-linha
           perform gravar-etapa-padrao

           move "01 ./backupalunos                                      00 arqAlunos_AAAAMMDD.bak"
                                                    to fd-etapa-cfg-linha
           perform gravar-etapa-padrao

           move "02 ./verificaalunos                                    00 verificaalunos.txt"
                                                    to fd-etapa-cfg-linha
           perform gravar-etapa-padrao

           move "03 ./concilia                     R                    04 concilia.txt"
                                                    to fd-etapa-cfg-linha
           perform gravar-etapa-padrao

           move "04 ./boletim                                           00 boletim.txt"
                                                    to fd-etapa-cfg-linha
           perform gravar-etapa-padrao

           move "05 ./estatisticas                                      00 estatisticas.txt"
                                                    to fd-etapa-cfg-linha
           perform gravar-etapa-padrao

           move "06 ./exportacsv                                        00 arqAlunos.csv"
                                                    to fd-etapa-cfg-linha
           perform gravar-etapa-padrao

           close arqEtapas
           if ws-fs-arqEtapas  <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqEtapas                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqEtapas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Cadeia padrao gravada em cadeianoturna.cfg"

           .
       gravar-configuracao-padrao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava uma linha da configuracao padrao
      *>------------------------------------------------------------------------
       gravar-etapa-padrao section.

           write fd-etapa-cfg-linha
           if ws-fs-arqEtapas  <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqEtapas                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqEtapas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-etapa-padrao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le o checkpoint da execucao anterior (etapa que falhou)
      *>------------------------------------------------------------------------
       ler-checkpoint section.

           open input arqCheckpoint
           evaluate ws-fs-arqCheckpoint
               when 00
                   read arqCheckpoint
                   if ws-fs-arqCheckpoint = 00
                   and fd-chk-etapa numeric then
                       move fd-chk-data                  to ws-chk-data
                       move fd-chk-hora                  to ws-chk-hora
                       move fd-chk-etapa                 to ws-chk-etapa
                   end-if

                   close arqCheckpoint
                   if ws-fs-arqCheckpoint  <> 00 then
                       move 4                                     to ws-msn-erro-ofsset
                       move ws-fs-arqCheckpoint                   to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqCheckpoint "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

               when 35
                   continue

               when other
                   move 4                                     to ws-msn-erro-ofsset
                   move ws-fs-arqCheckpoint                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqCheckpoint "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       ler-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  cadeia anterior interrompida: pergunta se retoma a partir da etapa
      *>  que falhou. Sem resposta "S" (execucao agendada) a cadeia recomeca
      *>------------------------------------------------------------------------
       localizar-etapa-falha section.

           move zero                                to ws-ind-etapa
           perform varying ws-etapa-inicial from 1 by 1
                       until ws-etapa-inicial > ws-qtd-etapas
                          or ws-ind-etapa > zero
               if ws-et-ordem(ws-etapa-inicial) = ws-chk-etapa then
                   move ws-etapa-inicial            to ws-ind-etapa
               end-if
           end-perform
           move 1                                   to ws-etapa-inicial

           if ws-ind-etapa = zero then
               display "Etapa " ws-chk-etapa " da execucao interrompida"
                       " nao existe mais na configuracao"
               display "A cadeia sera executada desde o inicio"
           else
               move ws-chk-data(7 : 2)              to ws-data-dia
               move ws-chk-data(5 : 2)              to ws-data-mes
               move ws-chk-data(1 : 4)              to ws-data-ano
               move ws-chk-hora                     to ws-hora-aux
               perform editar-hora

               display "Execucao de " ws-data-edit " " ws-hora-edit
                       " interrompida na etapa " ws-chk-etapa
                       " (" ws-et-comando(ws-ind-etapa) ")"
               display "Retomar a partir dessa etapa? (S/N)"
               accept ws-resposta

               if ws-resposta = "S" or ws-resposta = "s" then
                   set ws-retomada-sim              to true
                   move ws-ind-etapa                to ws-etapa-inicial
                   perform varying ws-ind-etapa from 1 by 1
                               until ws-ind-etapa >= ws-etapa-inicial
                       set ws-et-ja-concluida(ws-ind-etapa) to true
                   end-perform
               else
                   display "A cadeia sera executada desde o inicio"
               end-if
           end-if

           .
       localizar-etapa-falha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           perform varying ws-ind-etapa from ws-etapa-inicial by 1
                       until ws-ind-etapa > ws-qtd-etapas
                          or ws-cadeia-interrompida
               perform executar-etapa
           end-perform

           if not ws-cadeia-interrompida then
               set ws-cadeia-concluida              to true
           end-if

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  executa o programa da etapa e confere o codigo de retorno com o
      *>  maximo aceito na configuracao
      *>------------------------------------------------------------------------
       executar-etapa section.

           open output arqEntrada
           if ws-fs-arqEntrada  <> 00 then
               move 2                                  to ws-msn-erro-ofsset
               move ws-fs-arqEntrada                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEntrada "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-et-entrada(ws-ind-etapa)         to fd-entrada-linha
           write fd-entrada-linha
           if ws-fs-arqEntrada  <> 00 then
               move 2                                  to ws-msn-erro-ofsset
               move ws-fs-arqEntrada                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqEntrada "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqEntrada
           if ws-fs-arqEntrada  <> 00 then
               move 2                                  to ws-msn-erro-ofsset
               move ws-fs-arqEntrada                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqEntrada "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces                              to ws-comando
           string ws-et-comando(ws-ind-etapa)       delimited by "  "
                  " < cadeianoturna.ent"            delimited by size
               into ws-comando

           accept ws-hora-sistema                   from time
           move ws-hs-hhmmss                        to ws-et-inicio(ws-ind-etapa)

           move ws-et-ordem(ws-ind-etapa)           to ws-lg-ordem
           move ws-et-comando(ws-ind-etapa)         to ws-lg-comando
           move "INICIO"                            to ws-lg-evento
           move ws-et-inicio(ws-ind-etapa)          to ws-lg-hora
           move zero                                to ws-lg-rc
           move spaces                              to ws-lg-situacao
           perform gravar-log

           display "Etapa " ws-et-ordem(ws-ind-etapa) " - "
                   ws-et-comando(ws-ind-etapa)

           call "SYSTEM" using ws-comando
           move return-code                         to ws-rc-sistema
           move zero                                to return-code

      *>  no Unix o retorno do sistema traz o codigo de saida no byte alto
           if ws-rc-sistema > 255 then
               divide ws-rc-sistema by 256 giving ws-rc-sistema
           end-if
           if ws-rc-sistema < 0
           or ws-rc-sistema > 999 then
               move 999                             to ws-rc-sistema
           end-if
           move ws-rc-sistema                       to ws-et-rc(ws-ind-etapa)

           accept ws-hora-sistema                   from time
           move ws-hs-hhmmss                        to ws-et-fim(ws-ind-etapa)

           if ws-et-rc(ws-ind-etapa) > ws-et-rc-maximo(ws-ind-etapa) then
               set ws-et-falhou(ws-ind-etapa)       to true
               set ws-cadeia-interrompida           to true
               move ws-et-ordem(ws-ind-etapa)       to ws-etapa-falha
               move "FALHOU"                        to ws-lg-situacao
               display "Etapa " ws-et-ordem(ws-ind-etapa)
                       " terminou com RC " ws-et-rc(ws-ind-etapa)
                       " - cadeia interrompida"
           else
               set ws-et-ok(ws-ind-etapa)           to true
               move "OK"                            to ws-lg-situacao
           end-if

           move "FIM"                               to ws-lg-evento
           move ws-et-fim(ws-ind-etapa)             to ws-lg-hora
           move ws-et-rc(ws-ind-etapa)              to ws-lg-rc
           perform gravar-log

           .
       executar-etapa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava uma linha no log de execucao
      *>------------------------------------------------------------------------
       gravar-log section.

           move ws-data-execucao                    to ws-lg-data
           move ws-hora-execucao                    to ws-lg-hora-execucao
           move ws-log-det                          to fd-log-linha

           write fd-log-linha
           if ws-fs-arqLog  <> 00 then
               move 3                                  to ws-msn-erro-ofsset
               move ws-fs-arqLog                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqLog "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-log-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava o checkpoint: etapa que falhou, ou zero com a cadeia concluida
      *>------------------------------------------------------------------------
       gravar-checkpoint section.

           open output arqCheckpoint
           if ws-fs-arqCheckpoint  <> 00 then
               move 4                                     to ws-msn-erro-ofsset
               move ws-fs-arqCheckpoint                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCheckpoint "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-retomada-sim then
               move ws-chk-data                     to fd-chk-data
               move ws-chk-hora                     to fd-chk-hora
           else
               move ws-data-execucao                to fd-chk-data
               move ws-hora-execucao                to fd-chk-hora
           end-if
           move ws-etapa-falha                      to fd-chk-etapa

           write fd-checkpoint
           if ws-fs-arqCheckpoint  <> 00 then
               move 4                                      to ws-msn-erro-ofsset
               move ws-fs-arqCheckpoint                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqCheckpoint "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCheckpoint
           if ws-fs-arqCheckpoint  <> 00 then
               move 4                                     to ws-msn-erro-ofsset
               move ws-fs-arqCheckpoint                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCheckpoint "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  resumo de uma pagina da execucao para o turno da manha
      *>------------------------------------------------------------------------
       gerar-resumo section.

           open output arqResumo
           if ws-fs-arqResumo  <> 00 then
               move 5                                  to ws-msn-erro-ofsset
               move ws-fs-arqResumo                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqResumo "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "RESUMO DO PROCESSAMENTO NOTURNO"   to ws-resumo-det
           perform gravar-linha-resumo

           move ws-data-execucao(7 : 2)             to ws-data-dia
           move ws-data-execucao(5 : 2)             to ws-data-mes
           move ws-data-execucao(1 : 4)             to ws-data-ano
           move ws-hora-execucao                    to ws-hora-aux
           perform editar-hora
           move ws-hora-edit                        to ws-inicio-edit
           move ws-hora-fim                         to ws-hora-aux
           perform editar-hora
           move ws-hora-edit                        to ws-fim-edit

           move spaces                              to ws-resumo-det
           string "Execucao de "  ws-data-edit
                  " das "         ws-inicio-edit
                  " as "          ws-fim-edit
                  delimited by size
               into ws-resumo-det
           perform gravar-linha-resumo

           if ws-retomada-sim then
               move ws-chk-data(7 : 2)              to ws-data-dia
               move ws-chk-data(5 : 2)              to ws-data-mes
               move ws-chk-data(1 : 4)              to ws-data-ano
               move ws-chk-hora                     to ws-hora-aux
               perform editar-hora

               move spaces                          to ws-resumo-det
               string "Retomada da execucao de "  ws-data-edit
                      " "                         ws-hora-edit
                      delimited by size
                   into ws-resumo-det
               perform gravar-linha-resumo
           end-if

           move all "-"                             to ws-resumo-det
           perform gravar-linha-resumo

           move "ET  COMANDO                         INICIO    FIM       RC   SITUACAO        RELATORIO"
                                                    to ws-resumo-det
           perform gravar-linha-resumo

           perform varying ws-ind-etapa from 1 by 1
                       until ws-ind-etapa > ws-qtd-etapas
               perform imprimir-etapa-resumo
           end-perform

           move all "-"                             to ws-resumo-det
           perform gravar-linha-resumo

           if ws-cadeia-concluida then
               move "Resultado: CADEIA CONCLUIDA - todas as etapas terminaram normalmente"
                                                    to ws-resumo-det
               perform gravar-linha-resumo
           else
               move spaces                          to ws-resumo-det
               string "Resultado: CADEIA INTERROMPIDA NA ETAPA "  ws-etapa-falha
                      delimited by size
                   into ws-resumo-det
               perform gravar-linha-resumo

               move "Confira o relatorio da etapa, corrija a causa e execute"
                                                    to ws-resumo-det
               perform gravar-linha-resumo

               move "cadeianoturna respondendo S para retomar a partir da etapa que falhou"
                                                    to ws-resumo-det
               perform gravar-linha-resumo
           end-if

           close arqResumo
           if ws-fs-arqResumo  <> 00 then
               move 5                                  to ws-msn-erro-ofsset
               move ws-fs-arqResumo                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqResumo "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gerar-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime a linha de uma etapa no resumo
      *>------------------------------------------------------------------------
       imprimir-etapa-resumo section.

           evaluate true
               when ws-et-ok(ws-ind-etapa)
                   move "OK"                        to ws-situacao-edit
               when ws-et-falhou(ws-ind-etapa)
                   move "FALHOU"                    to ws-situacao-edit
               when ws-et-ja-concluida(ws-ind-etapa)
                   move "JA CONCLUIDA"              to ws-situacao-edit
               when other
                   move "NAO EXECUTADA"             to ws-situacao-edit
           end-evaluate

           if ws-et-ok(ws-ind-etapa)
           or ws-et-falhou(ws-ind-etapa) then
               move ws-et-inicio(ws-ind-etapa)      to ws-hora-aux
               perform editar-hora
               move ws-hora-edit                    to ws-inicio-edit
               move ws-et-fim(ws-ind-etapa)         to ws-hora-aux
               perform editar-hora
               move ws-hora-edit                    to ws-fim-edit

               move spaces                          to ws-resumo-det
               string ws-et-ordem(ws-ind-etapa)     "  "
                      ws-et-comando(ws-ind-etapa)   "  "
                      ws-inicio-edit                "  "
                      ws-fim-edit                   "  "
                      ws-et-rc(ws-ind-etapa)        "  "
                      ws-situacao-edit              "  "
                      ws-et-relatorio(ws-ind-etapa)
                      delimited by size
                   into ws-resumo-det
           else
               move spaces                          to ws-resumo-det
               string ws-et-ordem(ws-ind-etapa)     "  "
                      ws-et-comando(ws-ind-etapa)   "  "
                      "--:--:--"                    "  "
                      "--:--:--"                    "  "
                      "---"                         "  "
                      ws-situacao-edit
                      delimited by size
                   into ws-resumo-det
           end-if

           perform gravar-linha-resumo

           .
       imprimir-etapa-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava uma linha do resumo
      *>------------------------------------------------------------------------
       gravar-linha-resumo section.

           move ws-resumo-det                       to fd-resumo-linha
           write fd-resumo-linha
           if ws-fs-arqResumo  <> 00 then
               move 5                                  to ws-msn-erro-ofsset
               move ws-fs-arqResumo                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqResumo "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  edita ws-hora-aux (hhmmss) como hh:mm:ss
      *>------------------------------------------------------------------------
       editar-hora section.

           move ws-hora-aux(1 : 2)                  to ws-hora-hh
           move ws-hora-aux(3 : 2)                  to ws-hora-mm
           move ws-hora-aux(5 : 2)                  to ws-hora-ss

           .
       editar-hora-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           move 12                                  to return-code
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           accept ws-hora-sistema                   from time
           move ws-hs-hhmmss                        to ws-hora-fim

           perform gravar-checkpoint

           move zero                                to ws-lg-ordem
           move "CADEIA"                            to ws-lg-comando
           move "FIM"                               to ws-lg-evento
           move ws-hora-fim                         to ws-lg-hora
           if ws-cadeia-concluida then
               move zero                            to ws-lg-rc
               move "CONCLUIDA"                     to ws-lg-situacao
           else
               move ws-etapa-falha                  to ws-lg-rc
               move "INTERROMPIDA"                  to ws-lg-situacao
           end-if
           perform gravar-log

           close arqLog
           if ws-fs-arqLog  <> 00 then
               move 3                                  to ws-msn-erro-ofsset
               move ws-fs-arqLog                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqLog "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform gerar-resumo

           display "Log da execucao em cadeianoturna.log"
           display "Resumo da execucao em cadeianoturna.txt"

           if ws-cadeia-concluida then
               display "Cadeia concluida"
           else
               display "Cadeia interrompida na etapa " ws-etapa-falha
               move 8                               to return-code
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
