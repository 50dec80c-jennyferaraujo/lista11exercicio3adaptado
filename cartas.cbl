           record key is fd-par-chave
           file status is ws-fs-arqParametros.

           select arqNotas assign to "arqNotas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-nt-chave
           file status is ws-fs-arqNotas.

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

           select arqCartas assign to "cartas.txt"
           organization is line sequential
           file status is ws-fs-arqCartas.
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

       fd  arqNotas.
       01  fd-notas-disc.
           05  fd-nt-chave.
               10  fd-nt-cod                       pic 9(08).
               10  fd-nt-disciplina                pic x(03).
           05  fd-nt-nota-g.
               10  fd-nt-notas occurs 4.
                   15 fd-nt-nota                   pic 9(02)v99.

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

       fd  arqCartas.
       01  fd-carta-linha                          pic x(90).
       77  ws-fs-arqRecuperacao                    pic 9(02).
       77  ws-fs-arqParametros                     pic 9(02).
       77  ws-fs-arqCartas                         pic 9(02).
       77  ws-fs-arqNotas                          pic 9(02).
       77  ws-fs-arqDependencias                   pic 9(02).
       77  ws-fs-arqConselho                       pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
               88  ws-tem-arqParametros-sim             value "S".
               88  ws-tem-arqParametros-nao             value "N".
           05  ws-media-corte                      pic 9(02)v99.
           05  ws-max-dependencias                 pic 9(01).
           05  ws-ano-letivo                       pic 9(04).
           05  ws-data-corrente                    pic 9(08).
           05  ws-tem-arqNotas                     pic x(01).
               88  ws-tem-arqNotas-sim                  value "S".
               88  ws-tem-arqNotas-nao                  value "N".
           05  ws-tem-arqDependencias              pic x(01).
               88  ws-tem-arqDependencias-sim           value "S".
               88  ws-tem-arqDependencias-nao           value "N".
           05  ws-tem-arqConselho                  pic x(01).
               88  ws-tem-arqConselho-sim               value "S".
               88  ws-tem-arqConselho-nao               value "N".
           05  ws-tem-deliberacao                  pic x(01).
               88  ws-tem-deliberacao-sim               value "S".
               88  ws-tem-deliberacao-nao               value "N".

       01  ws-dependencias-carta.
           05  ws-media-disc                       pic 9(02)v99.
           05  ws-qtd-reprovadas                   pic 9(02).
           05  ws-ind-rep                          pic 9(02).
           05  ws-tab-reprovadas occurs 20.
               10  ws-rep-disciplina               pic x(03).
               10  ws-rep-media                    pic 9(02)v99.
           05  ws-qtd-pendentes                    pic 9(02).
           05  ws-tab-pendentes occurs 20.
               10  ws-pend-disciplina              pic x(03).
               10  ws-pend-ano                     pic 9(04).

       01  ws-carta-det                            pic x(90).

       01  ws-contadores.
           05  ws-qtd-cartas                       pic 9(05) value zero.

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
           end-evaluate

           open input arqNotas
           evaluate ws-fs-arqNotas
               when 00
                   set ws-tem-arqNotas-sim              to true
               when 35
                   set ws-tem-arqNotas-nao              to true
               when other
                   move 7                                to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqNotas "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           open input arqDependencias
           evaluate ws-fs-arqDependencias
               when 00
                   set ws-tem-arqDependencias-sim       to true
               when 35
                   set ws-tem-arqDependencias-nao       to true
               when other
                   move 8                                      to ws-msn-erro-ofsset
                   move ws-fs-arqDependencias                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDependencias "  to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           open input arqConselho
           evaluate ws-fs-arqConselho
               when 00
                   set ws-tem-arqConselho-sim           to true
               when 35
                   set ws-tem-arqConselho-nao           to true
               when other
                   move 9                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqConselho "      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           accept ws-data-corrente                  from date yyyymmdd

           move 6,00                                to ws-media-corte
           move 2                                   to ws-max-dependencias
           move ws-data-corrente(1 : 4)             to ws-ano-letivo

           open input arqParametros
           evaluate ws-fs-arqParametros
                   evaluate ws-fs-arqParametros
                       when 00
                           move fd-par-media-corte      to ws-media-corte
                           move fd-par-max-dependencias to ws-max-dependencias
                           move fd-par-ano-letivo       to ws-ano-letivo
                       when 23
                           continue
                       when other
      *>------------------------------------------------------------------------
       apurar-situacao-aluno section.

           set ws-tem-exame-nao                     to true

           if ws-tem-arqRecuperacao-sim then
               move fd-cod                          to fd-rc-cod
               read arqRecuperacao
               if ws-fs-arqRecuperacao = 00 then
                   set ws-tem-exame-sim             to true
               else
                   if ws-fs-arqRecuperacao <> 23 then
                       move 3                                     to ws-msn-erro-ofsset
                       move ws-fs-arqRecuperacao                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqRecuperacao "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           perform apurar-frequencia-aluno

           move "S"                                 to ws-av-funcao
           move ws-ano-letivo                       to ws-av-ano-letivo
           move fd-turma                            to ws-av-turma
           move ws-media-corte                      to ws-av-media-corte
           move fd-nota-g                           to ws-av-nota-g
           move ws-tot-aulas                        to ws-av-tot-aulas
           move ws-pct-freq                         to ws-av-pct-freq
           if ws-tem-exame-sim then
               move "S"                             to ws-av-tem-exame
               move fd-rc-nota-exame                to ws-av-nota-exame
           else
               move "N"                             to ws-av-tem-exame
               move zero                            to ws-av-nota-exame
           end-if

           call "regrasavaliacao" using ws-avaliacao

           move ws-av-media                         to ws-media
           move ws-av-media-final                   to ws-media-final
           if ws-av-usou-exame-sim then
               set ws-tem-exame-sim                 to true
           else
               set ws-tem-exame-nao                 to true
           end-if

           evaluate true
               when ws-av-aprovado
                   move "Aprovado"                  to ws-situacao
               when ws-av-reprovado
                   move "Reprovado"                 to ws-situacao
               when other
                   move "Em Recuperacao"            to ws-situacao
           end-evaluate

           perform apurar-dependencias-aluno

           if ws-situacao = "Aprovado" then
               evaluate true
                   when ws-qtd-pendentes > 0
                       move "Pendente de dependencia"   to ws-situacao
                   when ws-qtd-reprovadas = 0
                       continue
                   when ws-qtd-reprovadas <= ws-max-dependencias
                       move "Aprovado com dependencia"  to ws-situacao
                   when other
                       move "Reprovado"                 to ws-situacao
               end-evaluate
           end-if

           if ws-av-freq-insuficiente-sim then
               move "Reprovado por frequencia"      to ws-situacao
           end-if

           perform apurar-conselho-aluno

           if ws-tem-deliberacao-sim then
               if fd-co-aprovar then
                   move "Aprovado pelo conselho"    to ws-situacao
               else
                   move "Retido pelo conselho"      to ws-situacao
               end-if
           end-if

           .
       apurar-situacao-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  levanta as disciplinas do aluno corrente abaixo da media de corte e
      *>  as dependencias em aberto de ano letivo anterior
      *>------------------------------------------------------------------------
       apurar-dependencias-aluno section.

           move zero                               to ws-qtd-reprovadas
           move zero                               to ws-qtd-pendentes

           if ws-tem-arqNotas-sim then

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
                       move 7                                  to ws-msn-erro-ofsset
                       move ws-fs-arqNotas                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqNotas "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           if ws-tem-arqDependencias-sim then

               move fd-cod                             to fd-dp-cod
               move zero                               to fd-dp-ano
               move spaces                             to fd-dp-disciplina
               start arqDependencias key is not less than fd-dp-chave
               if ws-fs-arqDependencias = 00 then

                   read arqDependencias next
                   perform until ws-fs-arqDependencias <> 00
                              or fd-dp-cod <> fd-cod

                       if fd-dp-aberta
                       and fd-dp-ano < ws-ano-letivo
                       and ws-qtd-pendentes < 20 then
                           add 1                       to ws-qtd-pendentes
                           move fd-dp-disciplina
                               to ws-pend-disciplina(ws-qtd-pendentes)
                           move fd-dp-ano
                               to ws-pend-ano(ws-qtd-pendentes)
                       end-if

                       read arqDependencias next
                   end-perform

                   if ws-fs-arqDependencias  <> 00
                   and ws-fs-arqDependencias  <> 10 then
                       move 8                                      to ws-msn-erro-ofsset
                       move ws-fs-arqDependencias                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqDependencias "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           .
       apurar-dependencias-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  busca a deliberacao do conselho de classe do aluno no ano letivo
      *>------------------------------------------------------------------------
       apurar-conselho-aluno section.

           set ws-tem-deliberacao-nao               to true

           if ws-tem-arqConselho-sim then
               move fd-cod                          to fd-co-cod
               move ws-ano-letivo                   to fd-co-ano
               read arqConselho
               evaluate ws-fs-arqConselho
                   when 00
                       set ws-tem-deliberacao-sim   to true
                   when 23
                       continue
                   when other
                       move 9                                     to ws-msn-erro-ofsset
                       move ws-fs-arqConselho                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqConselho "       to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       apurar-conselho-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
           perform mover-gravar-linha

           move spaces                              to ws-carta-det
           string "(Matricula: " fd-cod
                  "  Turma: "    fd-turma   "),"
               delimited by size
               into ws-carta-det
           perform mover-gravar-linha
           move spaces                              to fd-carta-linha
           perform gravar-linha-carta

           if ws-tem-deliberacao-sim then
               if fd-co-aprovar then
                   move "Por deliberacao do conselho de classe, o(a) aluno(a) foi"
                                                    to fd-carta-linha
                   perform gravar-linha-carta
                   move "considerado(a) aprovado(a) no ano letivo."
                                                    to fd-carta-linha
                   perform gravar-linha-carta
               else
                   move "Por deliberacao do conselho de classe, fica confirmada a"
                                                    to fd-carta-linha
                   perform gravar-linha-carta
                   move "retencao do(a) aluno(a) no ano letivo."
                                                    to fd-carta-linha
                   perform gravar-linha-carta
               end-if

               move spaces                          to ws-carta-det
               string "Justificativa: "   fd-co-justificativa
                   delimited by size
                   into ws-carta-det
               perform mover-gravar-linha

               move spaces                          to fd-carta-linha
               perform gravar-linha-carta
           end-if

           if ws-situacao = "Reprovado"
           or ws-situacao = "Reprovado por frequencia"
           or ws-situacao = "Retido pelo conselho" then
               move "Convocamos o(a) senhor(a) a comparecer a secretaria da"
                                                    to fd-carta-linha
               perform gravar-linha-carta
               perform gravar-linha-carta
           end-if

           if ws-situacao = "Aprovado com dependencia" then
               move "O(a) aluno(a) foi promovido(a) em regime de progressao"
                                                    to fd-carta-linha
               perform gravar-linha-carta
               move "parcial, devendo cumprir dependencia nas disciplinas:"
                                                    to fd-carta-linha
               perform gravar-linha-carta

               perform gravar-linha-reprovada
                   varying ws-ind-rep from 1 by 1
                   until ws-ind-rep > ws-qtd-reprovadas

               move spaces                          to fd-carta-linha
               perform gravar-linha-carta
           end-if

           if ws-situacao = "Pendente de dependencia" then
               move "O(a) aluno(a) possui dependencia em aberto de ano anterior,"
                                                    to fd-carta-linha
               perform gravar-linha-carta
               move "que deve ser cumprida para a promocao:"
                                                    to fd-carta-linha
               perform gravar-linha-carta

               perform gravar-linha-pendente
                   varying ws-ind-rep from 1 by 1
                   until ws-ind-rep > ws-qtd-pendentes

               move spaces                          to fd-carta-linha
               perform gravar-linha-carta
           end-if

           move "Atenciosamente,"                   to fd-carta-linha
           perform gravar-linha-carta

       gravar-carta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava a linha da carta de uma disciplina que gera dependencia
      *>------------------------------------------------------------------------
       gravar-linha-reprovada section.

           move ws-rep-media(ws-ind-rep)            to ws-media-edit

           move spaces                              to ws-carta-det
           string "  - "        ws-rep-disciplina(ws-ind-rep)
                  "   Media: "  ws-media-edit
               delimited by size
               into ws-carta-det
           perform mover-gravar-linha

           .
       gravar-linha-reprovada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava a linha da carta de uma dependencia em aberto
      *>------------------------------------------------------------------------
       gravar-linha-pendente section.

           move spaces                              to ws-carta-det
           string "  - "                ws-pend-disciplina(ws-ind-rep)
                  "   Ano letivo: "     ws-pend-ano(ws-ind-rep)
               delimited by size
               into ws-carta-det
           perform mover-gravar-linha

           .
       gravar-linha-pendente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  move o detalhe montado e grava a linha da carta
      *>------------------------------------------------------------------------
       gravar-linha-carta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  media de uma disciplina (notas em ws-av-nota-g) pela rotina de regras
      *>  de avaliacao
      *>------------------------------------------------------------------------
       calcular-media-disciplina section.

           move "M"                                 to ws-av-funcao
           move ws-ano-letivo                       to ws-av-ano-letivo

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

           close arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               end-if
           end-if

           if ws-tem-arqNotas-sim then
               close arqNotas
               if ws-fs-arqNotas  <> 00 then
                   move 7                                  to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqNotas "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-tem-arqDependencias-sim then
               close arqDependencias
               if ws-fs-arqDependencias  <> 00 then
                   move 8                                       to ws-msn-erro-ofsset
                   move ws-fs-arqDependencias                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqDependencias "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-tem-arqConselho-sim then
               close arqConselho
               if ws-fs-arqConselho  <> 00 then
                   move 9                                       to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqConselho "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqCartas
           if ws-fs-arqCartas  <> 00 then
               move 4                                  to ws-msn-erro-ofsset
