           record key is fd-par-chave
           file status is ws-fs-arqParametros.

           select arqDependencias assign to "arqDependencias.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-dp-chave
           file status is ws-fs-arqDependencias.

           select arqConselho assign to "arqConselho.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-co-chave
           alternate record key is fd-co-turma with duplicates
           file status is ws-fs-arqConselho.


           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tu-turma
           file status is ws-fs-arqTurmas.

           select arqRelatorio assign to "viradaano.txt"
           organization is line sequential
           file status is ws-fs-arqRelatorio.
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

       fd  arqHistAnual.
       01  fd-hist-anual.
           05  fd-ha-chave.
               10  fd-ha-ano                       pic 9(04).
               10  fd-ha-cod                       pic 9(08).
           05  fd-ha-alunos                        pic x(156).

       fd  arqHistNotas.
       01  fd-hist-notas.
           05  fd-hn-chave.
               10  fd-hn-ano                       pic 9(04).
               10  fd-hn-cod                       pic 9(08).
               10  fd-hn-disciplina                pic x(03).
           05  fd-hn-nota-g.
               10  fd-hn-notas occurs 4.
       01  fd-hist-frequencia.
           05  fd-hf-chave.
               10  fd-hf-ano                       pic 9(04).
               10  fd-hf-cod                       pic 9(08).
               10  fd-hf-anomes                    pic 9(06).
           05  fd-hf-aulas                         pic 9(03).
           05  fd-hf-faltas                        pic 9(03).
       01  fd-hist-recuperacao.
           05  fd-hr-chave.
               10  fd-hr-ano                       pic 9(04).
               10  fd-hr-cod                       pic 9(08).
           05  fd-hr-nota-exame                    pic 9(02)v99.

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

       fd  arqParametros.
       01  fd-parametros.
           05  fd-par-chave                        pic x(08).
           05  fd-par-proximo-cod                  pic 9(08).
           05  fd-par-proximo-cod-r redefines fd-par-proximo-cod.
               10  fd-par-proximo-ano              pic 9(04).
               10  fd-par-proximo-seq              pic 9(04).
           05  fd-par-ano-letivo                   pic 9(04).
           05  fd-par-media-corte                  pic 9(02)v99.
           05  fd-par-fechamentos.
               10  fd-par-fecha-bim occurs 4.
                   15  fd-par-fecha-data           pic 9(08).
                   15  fd-par-fecha-status         pic x(01).
           05  fd-par-max-dependencias             pic 9(01).

       fd  arqDependencias.
       01  fd-dependencia.
           05  fd-dp-chave.
               10  fd-dp-cod                       pic 9(08).
               10  fd-dp-ano                       pic 9(04).
               10  fd-dp-disciplina                pic x(03).
           05  fd-dp-turma                         pic x(03).
           05  fd-dp-media-origem                  pic 9(02)v99.
           05  fd-dp-nota                          pic 9(02)v99.
           05  fd-dp-situacao                      pic x(01).
               88  fd-dp-aberta                         value "A".
               88  fd-dp-concluida                      value "C".
           05  fd-dp-data-conclusao                pic 9(08).

       fd  arqConselho.
       01  fd-conselho.
           05  fd-co-chave.
               10  fd-co-cod                       pic 9(08).
               10  fd-co-ano                       pic 9(04).
           05  fd-co-turma                         pic x(03).
           05  fd-co-decisao                       pic x(01).
               88  fd-co-aprovar                        value "A".
               88  fd-co-reter                          value "R".
           05  fd-co-justificativa                 pic x(60).
           05  fd-co-supervisor                    pic x(08).
           05  fd-co-data                          pic 9(08).


       fd  arqTurmas.
       01  fd-turmas.
           05  fd-tu-turma                         pic x(03).
           05  fd-tu-serie                         pic 9(02).
           05  fd-tu-turno                         pic x(01).
               88  fd-tu-turno-manha                    value "M".
               88  fd-tu-turno-tarde                    value "T".
               88  fd-tu-turno-noite                    value "N".
               88  fd-tu-turno-integral                 value "I".
           05  fd-tu-sala                          pic x(04).
           05  fd-tu-capacidade                    pic 9(03).
           05  fd-tu-ano-letivo                    pic 9(04).
           05  fd-tu-turma-destino                 pic x(03).

       fd  arqRelatorio.
       01  fd-relatorio-linha                      pic x(120).
       fd  arqCheckpoint.
       01  fd-checkpoint.
           05  fd-chk-etapa                        pic 9(01).
           05  fd-chk-cod                          pic 9(08).
           05  fd-chk-ano                          pic 9(04).

      *>----Variaveis de trabalho
       77  ws-fs-arqParametros                     pic 9(02).
       77  ws-fs-arqRelatorio                      pic 9(02).
       77  ws-fs-arqCheckpoint                     pic 9(02).
       77  ws-fs-arqDependencias                   pic 9(02).
       77  ws-fs-arqConselho                       pic 9(02).
       77  ws-fs-arqTurmas                         pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).

       01  ws-checkpoint.
           05  ws-chk-etapa                        pic 9(01) value zero.
           05  ws-chk-cod                          pic 9(08) value zero.
           05  ws-chk-ano                          pic 9(04) value zero.

       01  ws-parametros-virada.
           05  ws-media-corte                      pic 9(02)v99.
           05  ws-max-dependencias                 pic 9(01).
           05  ws-tem-arqParametros                pic x(01).
               88  ws-tem-arqParametros-sim             value "S".
               88  ws-tem-arqParametros-nao             value "N".
               88  ws-aprovado-sim                      value "S".
               88  ws-aprovado-nao                      value "N".

       01  ws-progressao-parcial.
           05  ws-media-disc                       pic 9(02)v99.
           05  ws-media-disc-edit                  pic z9,99.
           05  ws-qtd-reprovadas                   pic 9(02).
           05  ws-ind-rep                          pic 9(02).
           05  ws-tab-reprovadas occurs 20.
               10  ws-rep-disciplina               pic x(03).
               10  ws-rep-media                    pic 9(02)v99.
           05  ws-dep-pendente                     pic x(01).
               88  ws-dep-pendente-sim                  value "S".
               88  ws-dep-pendente-nao                  value "N".
           05  ws-com-dependencia                  pic x(01).
               88  ws-com-dependencia-sim               value "S".
               88  ws-com-dependencia-nao               value "N".

       01  ws-conselho-virada.
           05  ws-tem-arqConselho                  pic x(01).
               88  ws-tem-arqConselho-sim               value "S".
               88  ws-tem-arqConselho-nao               value "N".
           05  ws-tem-deliberacao                  pic x(01).
               88  ws-tem-deliberacao-sim               value "S".
               88  ws-tem-deliberacao-nao               value "N".

       01  ws-promocao.
           05  ws-turma-antiga                     pic x(03).
           05  ws-turma-nova                       pic x(03).
           05  ws-pos-turma                        pic 9(01).
           05  ws-situacao-virada                  pic x(30).
           05  ws-sem-destino                      pic x(01).
               88  ws-sem-destino-sim                   value "S".
               88  ws-sem-destino-nao                   value "N".

       01  ws-ocupacao-virada.
           05  ws-qtd-oc                           pic 9(03) value zero.
           05  ws-ind-oc                           pic 9(03).
           05  ws-tab-ocupacao occurs 100.
               10  ws-oc-turma                     pic x(03).
               10  ws-oc-qtd                       pic 9(04).
           05  ws-oc-excesso                       pic 9(04).
           05  ws-qtd-turmas-excedidas             pic 9(03) value zero.

       01  ws-conferencia.
           05  ws-qtd-vivo                         pic 9(05).
           05  ws-qtd-promovidos                   pic 9(05) value zero.
           05  ws-qtd-retidos                      pic 9(05) value zero.
           05  ws-qtd-inativos                     pic 9(05) value zero.
           05  ws-qtd-promovidos-dep               pic 9(05) value zero.
           05  ws-qtd-dependencias                 pic 9(05) value zero.
           05  ws-qtd-conselho                     pic 9(05) value zero.
           05  ws-qtd-sem-destino                  pic 9(05) value zero.

      *>----area de comunicacao com a rotina regrasavaliacao
       01  ws-avaliacao.
           05  ws-av-funcao                        pic x(01).
           05  ws-av-ano-letivo                    pic 9(04).
           05  ws-av-turma                         pic x(03).
           05  ws-av-media-corte                   pic 9(02)v99.
           05  ws-av-nota-g.
               10  ws-av-notas occurs 4.
                   15  ws-av-nota                  pic 9(02)v99.
           05  ws-av-tem-exame                     pic x(01).
           05  ws-av-nota-exame                    pic 9(02)v99.
           05  ws-av-tot-aulas                     pic 9(05).
           05  ws-av-pct-freq                      pic 9(03)v99.
           05  ws-av-media                         pic 9(02)v99.
           05  ws-av-media-final                   pic 9(02)v99.
           05  ws-av-resultado                     pic x(01).
               88  ws-av-aprovado                       value "A".
               88  ws-av-reprovado                      value "R".
               88  ws-av-em-recuperacao                 value "E".
           05  ws-av-usou-exame                    pic x(01).
               88  ws-av-usou-exame-sim                 value "S".
           05  ws-av-freq-insuficiente             pic x(01).
               88  ws-av-freq-insuficiente-sim          value "S".
           05  ws-av-nota-minima                   pic 9(02)v99.
           05  ws-av-freq-minima                   pic 9(03)v99.

      *>----Variaveis para comunicação entre programas
       linkage section.
               perform finaliza-anormal
           end-if

           open i-o arqDependencias
           if ws-fs-arqDependencias  <> 00
           and ws-fs-arqDependencias <> 05 then
               move 13                                     to ws-msn-erro-ofsset
               move ws-fs-arqDependencias                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDependencias "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqConselho
           evaluate ws-fs-arqConselho
               when 00
                   set ws-tem-arqConselho-sim           to true
               when 35
                   set ws-tem-arqConselho-nao           to true
               when other
                   move 14                                     to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqConselho "      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           open input arqTurmas
           if ws-fs-arqTurmas  <> 00 then
               move 15                                     to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTurmas "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 6,00                                to ws-media-corte
           move 2                                   to ws-max-dependencias
           set ws-tem-arqParametros-nao             to true

           open i-o arqParametros
               when 00
                   set ws-tem-arqParametros-sim         to true
                   move fd-par-media-corte              to ws-media-corte
                   move fd-par-max-dependencias         to ws-max-dependencias
               when 23
                   continue
               when other

           if ws-fase-simulacao then
               perform simular-virada
               perform relatar-capacidade
           else
               if ws-chk-etapa <= 1 then
                   perform etapa-arquivar

               if ws-chk-etapa = 3 then
                   perform etapa-promover
                   perform apurar-ocupacao-final
                   perform relatar-capacidade

                   move 4                           to ws-chk-etapa
                   move zero                        to ws-chk-cod
           move fd-turma                            to ws-turma-antiga
           move fd-turma                            to ws-turma-nova

           set ws-com-dependencia-nao               to true
           set ws-sem-destino-nao                   to true

           if fd-status-inativo then
               add 1                                to ws-qtd-inativos
               move "Inativo"                       to ws-situacao-virada
           else
               perform apurar-aprovacao
               perform decidir-promocao
               perform acumular-ocupacao
           end-if

           perform relatar-aluno
       relatar-aluno section.

           move spaces                                  to ws-relatorio-det
           string "Matricula: "  fd-cod
                  "  Aluno: "    fd-aluno
                  "  Turma: "    ws-turma-antiga
                  " -> "         ws-turma-nova
           move ws-relatorio-det                        to fd-relatorio-linha
           write fd-relatorio-linha

           if ws-sem-destino-sim then
               move spaces                              to ws-relatorio-det
               string "         Turma " ws-turma-antiga
                      " sem turma destino no cadastro de turmas - turma mantida"
                      delimited by size
                   into ws-relatorio-det
               move ws-relatorio-det                    to fd-relatorio-linha
               write fd-relatorio-linha
           end-if

           if ws-com-dependencia-sim then
               perform relatar-dependencia
                   varying ws-ind-rep from 1 by 1
                   until ws-ind-rep > ws-qtd-reprovadas
           end-if

           .
       relatar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava a linha de relatorio de uma disciplina em dependencia
      *>------------------------------------------------------------------------
       relatar-dependencia section.

           move ws-rep-media(ws-ind-rep)                to ws-media-disc-edit

           move spaces                                  to ws-relatorio-det
           string "         Dependencia em "  ws-rep-disciplina(ws-ind-rep)
                  "  media no ano: "           ws-media-disc-edit
                  delimited by size
               into ws-relatorio-det
           move ws-relatorio-det                        to fd-relatorio-linha
           write fd-relatorio-linha

           .
       relatar-dependencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  soma o aluno corrente na turma em que ficara apos a virada
      *>------------------------------------------------------------------------
       acumular-ocupacao section.

           perform varying ws-ind-oc from 1 by 1
                       until ws-ind-oc > ws-qtd-oc
                          or ws-oc-turma(ws-ind-oc) = ws-turma-nova
               continue
           end-perform

           if ws-ind-oc > ws-qtd-oc
           and ws-qtd-oc < 100 then
               add 1                                to ws-qtd-oc
               move ws-turma-nova                   to ws-oc-turma(ws-qtd-oc)
               move zero                            to ws-oc-qtd(ws-qtd-oc)
           end-if

           if ws-ind-oc <= ws-qtd-oc then
               add 1                                to ws-oc-qtd(ws-ind-oc)
           end-if

           .
       acumular-ocupacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  reconta os alunos ativos por turma depois da promocao efetiva
      *>------------------------------------------------------------------------
       apurar-ocupacao-final section.

           move zero                                to ws-qtd-oc

           move zero     to fd-cod
           start arqAlunos key is not less than fd-cod
           if ws-fs-arqAlunos = 00 then
               read arqAlunos next
               perform until ws-fs-arqAlunos <> 00
                   if fd-status-ativo then
                       move fd-turma                to ws-turma-nova
                       perform acumular-ocupacao
                   end-if
                   read arqAlunos next
               end-perform

               if ws-fs-arqAlunos  <> 10 then
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunos "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       apurar-ocupacao-final-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  relata as turmas que ficam acima da capacidade apos a virada
      *>------------------------------------------------------------------------
       relatar-capacidade section.

           move spaces                              to fd-relatorio-linha
           write fd-relatorio-linha
           move "TURMAS ACIMA DA CAPACIDADE APOS A VIRADA"
                                                    to fd-relatorio-linha
           write fd-relatorio-linha

           perform varying ws-ind-oc from 1 by 1
                       until ws-ind-oc > ws-qtd-oc

               move ws-oc-turma(ws-ind-oc)          to fd-tu-turma
               read arqTurmas
               evaluate ws-fs-arqTurmas
                   when 00
                       if ws-oc-qtd(ws-ind-oc) > fd-tu-capacidade then
                           add 1                    to ws-qtd-turmas-excedidas
                           compute ws-oc-excesso =
                               ws-oc-qtd(ws-ind-oc) - fd-tu-capacidade
                           move spaces              to ws-relatorio-det
                           string "Turma: "        ws-oc-turma(ws-ind-oc)
                                  "  Alunos: "     ws-oc-qtd(ws-ind-oc)
                                  "  Capacidade: " fd-tu-capacidade
                                  "  Excesso: "    ws-oc-excesso
                                  delimited by size
                               into ws-relatorio-det
                           move ws-relatorio-det    to fd-relatorio-linha
                           write fd-relatorio-linha
                       end-if
                   when 23
                       add 1                        to ws-qtd-turmas-excedidas
                       move spaces                  to ws-relatorio-det
                       string "Turma: "        ws-oc-turma(ws-ind-oc)
                              "  Alunos: "     ws-oc-qtd(ws-ind-oc)
                              "  turma nao cadastrada"
                              delimited by size
                           into ws-relatorio-det
                       move ws-relatorio-det        to fd-relatorio-linha
                       write fd-relatorio-linha
                   when other
                       move 15                                  to ws-msn-erro-ofsset
                       move ws-fs-arqTurmas                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTurmas "       to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

           end-perform

           if ws-qtd-turmas-excedidas = 0 then
               move "Nenhuma turma acima da capacidade"
                                                    to fd-relatorio-linha
               write fd-relatorio-linha
           end-if

           move all "-"                             to fd-relatorio-linha
           write fd-relatorio-linha

           .
       relatar-capacidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  etapa 1 da virada efetiva: copia tudo para os arqHist*, sem apagar
      *>------------------------------------------------------------------------
           move fd-turma                            to ws-turma-antiga
           move fd-turma                            to ws-turma-nova

           set ws-com-dependencia-nao               to true
           set ws-sem-destino-nao                   to true

           if fd-status-inativo then
               add 1                                to ws-qtd-inativos
               move "Inativo"                       to ws-situacao-virada
           else
               perform apurar-aprovacao
               perform decidir-promocao

               if ws-com-dependencia-sim then
                   perform gravar-dependencia
                       varying ws-ind-rep from 1 by 1
                       until ws-ind-rep > ws-qtd-reprovadas
               end-if

               move zero                            to fd-nota-g
           exit.

      *>------------------------------------------------------------------------
      *>  decide a promocao do aluno corrente: dependencia pendente de ano
      *>  anterior retem; aprovado no geral com ate o limite de disciplinas
      *>  abaixo da media de corte e promovido com dependencia nelas.
      *>  a deliberacao do conselho de classe prevalece sobre tudo
      *>------------------------------------------------------------------------
       decidir-promocao section.

           perform apurar-dependencias
           perform apurar-conselho

           evaluate true
               when ws-tem-deliberacao-sim
               and  fd-co-aprovar
                   perform promover-turma
                   add 1                            to ws-qtd-promovidos
                   add 1                            to ws-qtd-conselho
                   move "Promovido pelo conselho"   to ws-situacao-virada

               when ws-tem-deliberacao-sim
                   add 1                            to ws-qtd-retidos
                   add 1                            to ws-qtd-conselho
                   move "Retido pelo conselho"      to ws-situacao-virada

               when ws-dep-pendente-sim
                   add 1                            to ws-qtd-retidos
                   move "Retido - dependencia pendente"
                                                    to ws-situacao-virada

               when ws-aprovado-sim
               and  ws-qtd-reprovadas = 0
                   perform promover-turma
                   add 1                            to ws-qtd-promovidos
                   move "Promovido"                 to ws-situacao-virada

               when ws-aprovado-sim
               and  ws-qtd-reprovadas <= ws-max-dependencias
                   perform promover-turma
                   set ws-com-dependencia-sim       to true
                   add 1                            to ws-qtd-promovidos
                   add 1                            to ws-qtd-promovidos-dep
                   add ws-qtd-reprovadas            to ws-qtd-dependencias
                   move "Promovido c/ dependencia"  to ws-situacao-virada

               when other
                   add 1                            to ws-qtd-retidos
                   move "Retido"                    to ws-situacao-virada
           end-evaluate

           .
       decidir-promocao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  busca a deliberacao do conselho de classe do aluno no ano encerrado
      *>------------------------------------------------------------------------
       apurar-conselho section.

           set ws-tem-deliberacao-nao               to true

           if ws-tem-arqConselho-sim then
               move fd-cod                          to fd-co-cod
               move ws-ano-encerrado                to fd-co-ano
               read arqConselho
               evaluate ws-fs-arqConselho
                   when 00
                       set ws-tem-deliberacao-sim   to true
                   when 23
                       continue
                   when other
                       move 14                                    to ws-msn-erro-ofsset
                       move ws-fs-arqConselho                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqConselho "       to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       apurar-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  levanta as disciplinas do aluno corrente com media abaixo da media
      *>  de corte e verifica dependencia em aberto de ano anterior
      *>------------------------------------------------------------------------
       apurar-dependencias section.

           move zero                               to ws-qtd-reprovadas
           set ws-dep-pendente-nao                 to true

           move fd-cod                             to fd-nt-cod
           move spaces                             to fd-nt-disciplina
           start arqNotas key is not less than fd-nt-chave
           if ws-fs-arqNotas = 00 then

               read arqNotas next
               perform until ws-fs-arqNotas <> 00
                          or fd-nt-cod <> fd-cod

                   move fd-nt-nota-g                        to ws-av-nota-g
                   perform calcular-media-disciplina
                   move ws-av-media                         to ws-media-disc

                   if ws-media-disc < ws-media-corte
                   and ws-qtd-reprovadas < 20 then
                       add 1                       to ws-qtd-reprovadas
                       move fd-nt-disciplina
                           to ws-rep-disciplina(ws-qtd-reprovadas)
                       move ws-media-disc
                           to ws-rep-media(ws-qtd-reprovadas)
                   end-if

                   read arqNotas next
               end-perform

               if ws-fs-arqNotas  <> 00
               and ws-fs-arqNotas  <> 10 then
                   move 3                                  to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqNotas "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move fd-cod                             to fd-dp-cod
           move zero                               to fd-dp-ano
           move spaces                             to fd-dp-disciplina
           start arqDependencias key is not less than fd-dp-chave
           if ws-fs-arqDependencias = 00 then

               read arqDependencias next
               perform until ws-fs-arqDependencias <> 00
                          or fd-dp-cod <> fd-cod

                   if fd-dp-aberta
                   and fd-dp-ano < ws-ano-encerrado then
                       set ws-dep-pendente-sim     to true
                   end-if

                   read arqDependencias next
               end-perform

               if ws-fs-arqDependencias  <> 00
               and ws-fs-arqDependencias  <> 10 then
                   move 13                                     to ws-msn-erro-ofsset
                   move ws-fs-arqDependencias                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDependencias "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       apurar-dependencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava uma dependencia em aberto do aluno corrente no ano encerrado
      *>------------------------------------------------------------------------
       gravar-dependencia section.

           move fd-cod                              to fd-dp-cod
           move ws-ano-encerrado                    to fd-dp-ano
           move ws-rep-disciplina(ws-ind-rep)       to fd-dp-disciplina
           move ws-turma-antiga                     to fd-dp-turma
           move ws-rep-media(ws-ind-rep)            to fd-dp-media-origem
           move zero                                to fd-dp-nota
           set fd-dp-aberta                         to true
           move zero                                to fd-dp-data-conclusao

      *>  status 22 = dependencia ja gravada por execucao anterior da mesma
      *>  virada; o registro gravado e preservado
           write fd-dependencia
           if ws-fs-arqDependencias  <> 00
           and ws-fs-arqDependencias  <> 22 then
               move 13                                      to ws-msn-erro-ofsset
               move ws-fs-arqDependencias                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqDependencias "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-dependencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  apura a aprovacao do aluno corrente (media, recuperacao e frequencia)
      *>------------------------------------------------------------------------
       apurar-aprovacao section.

           move "N"                                 to ws-av-tem-exame
           move zero                                to ws-av-nota-exame

           move fd-cod                              to fd-rc-cod
           read arqRecuperacao
           if ws-fs-arqRecuperacao = 00 then
               move "S"                             to ws-av-tem-exame
               move fd-rc-nota-exame                to ws-av-nota-exame
           else
               if ws-fs-arqRecuperacao <> 23 then
                   move 5                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRecuperacao                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRecuperacao "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform apurar-frequencia-aluno

           move "S"                                 to ws-av-funcao
           move ws-ano-encerrado                    to ws-av-ano-letivo
           move fd-turma                            to ws-av-turma
           move ws-media-corte                      to ws-av-media-corte
           move fd-nota-g                           to ws-av-nota-g
           move ws-tot-aulas                        to ws-av-tot-aulas
           move ws-pct-freq                         to ws-av-pct-freq

           call "regrasavaliacao" using ws-avaliacao

           move ws-av-media                         to ws-media
           move ws-av-media-final                   to ws-media-final

           if ws-av-aprovado
           and not ws-av-freq-insuficiente-sim then
               set ws-aprovado-sim                  to true
           else
               set ws-aprovado-nao                  to true
           end-if

           exit.

      *>------------------------------------------------------------------------
      *>  turma do proximo ano: a turma destino cadastrada em arqTurmas; turma
      *>  sem cadastro ou sem destino (ultima serie) mantem a turma atual e e
      *>  contada em ws-qtd-sem-destino
      *>------------------------------------------------------------------------
       promover-turma section.

           move ws-turma-antiga                     to ws-turma-nova

           move ws-turma-antiga                     to fd-tu-turma
           read arqTurmas
           evaluate ws-fs-arqTurmas
               when 00
                   if fd-tu-turma-destino = spaces then
                       set ws-sem-destino-sim       to true
                   else
                       move fd-tu-turma-destino     to ws-turma-nova
                   end-if
               when 23
                   set ws-sem-destino-sim           to true
               when other
                   move 15                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurmas "       to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-sem-destino-sim then
               add 1                                to ws-qtd-sem-destino
           end-if

           .
       promover-turma-exit.
       atualizar-ano-letivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  media de uma disciplina (notas em ws-av-nota-g) pela rotina de regras
      *>  de avaliacao
      *>------------------------------------------------------------------------
       calcular-media-disciplina section.

           move "M"                                 to ws-av-funcao
           move ws-ano-encerrado                    to ws-av-ano-letivo

           call "regrasavaliacao" using ws-avaliacao

           .
       calcular-media-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------
       finaliza section.

           move "F"                                 to ws-av-funcao
           call "regrasavaliacao" using ws-avaliacao

           move all "-"                             to fd-relatorio-linha
           write fd-relatorio-linha

           move ws-relatorio-det                     to fd-relatorio-linha
           write fd-relatorio-linha

           move spaces                               to ws-relatorio-det
           string "  com dependencia          : " ws-qtd-promovidos-dep
               delimited by size
               into ws-relatorio-det
           move ws-relatorio-det                     to fd-relatorio-linha
           write fd-relatorio-linha

           move spaces                               to ws-relatorio-det
           string "Total de dependencias      : " ws-qtd-dependencias
               delimited by size
               into ws-relatorio-det
           move ws-relatorio-det                     to fd-relatorio-linha
           write fd-relatorio-linha

           move spaces                               to ws-relatorio-det
           string "Total de retidos           : " ws-qtd-retidos
               delimited by size
           move ws-relatorio-det                     to fd-relatorio-linha
           write fd-relatorio-linha

           move spaces                               to ws-relatorio-det
           string "Decididos pelo conselho    : " ws-qtd-conselho
               delimited by size
               into ws-relatorio-det
           move ws-relatorio-det                     to fd-relatorio-linha
           write fd-relatorio-linha

           move spaces                               to ws-relatorio-det
           string "Sem turma destino          : " ws-qtd-sem-destino
               delimited by size
               into ws-relatorio-det
           move ws-relatorio-det                     to fd-relatorio-linha
           write fd-relatorio-linha

           move spaces                               to ws-relatorio-det
           string "Turmas acima da capacidade : " ws-qtd-turmas-excedidas
               delimited by size
               into ws-relatorio-det
           move ws-relatorio-det                     to fd-relatorio-linha
           write fd-relatorio-linha

           move spaces                               to ws-relatorio-det
           string "Total de inativos          : " ws-qtd-inativos
               delimited by size
               perform finaliza-anormal
           end-if

           close arqDependencias
           if ws-fs-arqDependencias  <> 00 then
               move 13                                      to ws-msn-erro-ofsset
               move ws-fs-arqDependencias                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDependencias "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-tem-arqConselho-sim then
               close arqConselho
               if ws-fs-arqConselho  <> 00 then
                   move 14                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqConselho "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqTurmas
           if ws-fs-arqTurmas  <> 00 then
               move 15                                      to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTurmas "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRelatorio
           if ws-fs-arqRelatorio  <> 00 then
               move 6                                       to ws-msn-erro-ofsset
           end-if
           display "Total de alunos arquivados : " ws-qtd-arquivados
           display "Total de promovidos        : " ws-qtd-promovidos
           display "  com dependencia          : " ws-qtd-promovidos-dep
           display "Total de dependencias      : " ws-qtd-dependencias
           display "Total de retidos           : " ws-qtd-retidos
           display "Decididos pelo conselho    : " ws-qtd-conselho
           display "Sem turma destino          : " ws-qtd-sem-destino
           display "Turmas acima da capacidade : " ws-qtd-turmas-excedidas
           display "Total de inativos          : " ws-qtd-inativos

           Stop run
