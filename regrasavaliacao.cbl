      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "regrasavaliacao".
       author. "Jennyfer Araujo".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>------------------------------------------------------------------------
      *>  rotina unica das regras de avaliacao, chamada pelos programas que
      *>  apuram media e situacao final do aluno:
      *>    'M' - media ponderada das 4 notas pelos pesos do ano letivo
      *>    'S' - media, recuperacao e frequencia minima (situacao final)
      *>    'F' - fecha os arquivos da rotina
      *>  regras por ano letivo em arqRegras; sem regra cadastrada para o ano
      *>  vale a regra historica (pesos iguais, recuperacao a partir de 4,00
      *>  e frequencia minima de 75%)
      *>------------------------------------------------------------------------

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqRegras assign to "arqRegras.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-rg-ano
           file status is ws-fs-arqRegras.

           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tu-turma
           file status is ws-fs-arqTurmas.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd  arqRegras.
       01  fd-regras.
           05  fd-rg-ano                           pic 9(04).
           05  fd-rg-pesos.
               10  fd-rg-peso occurs 4             pic 9(01).
           05  fd-rg-segmentos.
               10  fd-rg-segmento occurs 3.
                   15  fd-rg-serie-ini             pic 9(02).
                   15  fd-rg-serie-fim             pic 9(02).
                   15  fd-rg-nota-minima           pic 9(02)v99.
                   15  fd-rg-freq-minima           pic 9(03)v99.
           05  fd-rg-operador                      pic x(08).
           05  fd-rg-data                          pic 9(08).

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

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqRegras                         pic 9(02).
       77  ws-fs-arqTurmas                         pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

       01  ws-controle.
           05  ws-arquivos-abertos                 pic x(01) value "N".
               88  ws-arquivos-abertos-sim              value "S".
               88  ws-arquivos-abertos-nao              value "N".
           05  ws-tem-arqRegras                    pic x(01).
               88  ws-tem-arqRegras-sim                 value "S".
               88  ws-tem-arqRegras-nao                 value "N".
           05  ws-tem-arqTurmas                    pic x(01).
               88  ws-tem-arqTurmas-sim                 value "S".
               88  ws-tem-arqTurmas-nao                 value "N".

      *>----regras do ano letivo carregado (copia de fd-regras)
       01  ws-regras-carregadas.
           05  ws-rg-ano                           pic 9(04) value zero.
           05  ws-rg-pesos.
               10  ws-rg-peso occurs 4             pic 9(01).
           05  ws-rg-segmentos.
               10  ws-rg-segmento occurs 3.
                   15  ws-rg-serie-ini             pic 9(02).
                   15  ws-rg-serie-fim             pic 9(02).
                   15  ws-rg-nota-minima           pic 9(02)v99.
                   15  ws-rg-freq-minima           pic 9(03)v99.

       01  ws-serie-carregada.
           05  ws-sc-turma                         pic x(03) value spaces.
           05  ws-sc-serie                         pic 9(02) value zero.

       01  ws-calculo.
           05  ws-ind-bim                          pic 9(01).
           05  ws-ind-seg                          pic 9(01).
           05  ws-soma-pesos                       pic 9(02).
           05  ws-soma-notas                       pic 9(03)v99.
           05  ws-seg-achado                       pic x(01).
               88  ws-seg-achado-sim                    value "S".
               88  ws-seg-achado-nao                    value "N".

      *>----Variaveis para comunicação entre programas
       linkage section.

       01  ra-avaliacao.
           05  ra-funcao                           pic x(01).
               88  ra-funcao-media                      value "M".
               88  ra-funcao-situacao                   value "S".
               88  ra-funcao-encerrar                   value "F".
           05  ra-ano-letivo                       pic 9(04).
           05  ra-turma                            pic x(03).
           05  ra-media-corte                      pic 9(02)v99.
           05  ra-nota-g.
               10  ra-notas occurs 4.
                   15  ra-nota                     pic 9(02)v99.
           05  ra-tem-exame                        pic x(01).
               88  ra-tem-exame-sim                     value "S".
           05  ra-nota-exame                       pic 9(02)v99.
           05  ra-tot-aulas                        pic 9(05).
           05  ra-pct-freq                         pic 9(03)v99.
           05  ra-media                            pic 9(02)v99.
           05  ra-media-final                      pic 9(02)v99.
           05  ra-resultado                        pic x(01).
               88  ra-aprovado                          value "A".
               88  ra-reprovado                         value "R".
               88  ra-em-recuperacao                    value "E".
           05  ra-usou-exame                       pic x(01).
               88  ra-usou-exame-sim                    value "S".
               88  ra-usou-exame-nao                    value "N".
           05  ra-freq-insuficiente                pic x(01).
               88  ra-freq-insuficiente-sim             value "S".
               88  ra-freq-insuficiente-nao             value "N".
           05  ra-nota-minima                      pic 9(02)v99.
           05  ra-freq-minima                      pic 9(03)v99.

      *>Declaração do corpo do programa
       procedure division using ra-avaliacao.

           if ws-arquivos-abertos-nao then
               perform inicializa
           end-if

           perform processamento

           if ra-funcao-encerrar then
               perform finaliza
           end-if

           goback.

      *>------------------------------------------------------------------------
      *>  abre os arquivos de regras e turmas na primeira chamada
      *>------------------------------------------------------------------------
       inicializa section.

           open input arqRegras
           evaluate ws-fs-arqRegras
               when 00
                   set ws-tem-arqRegras-sim             to true
               when 35
                   set ws-tem-arqRegras-nao             to true
               when other
                   move 1                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRegras                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRegras "       to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           open input arqTurmas
           evaluate ws-fs-arqTurmas
               when 00
                   set ws-tem-arqTurmas-sim             to true
               when 35
                   set ws-tem-arqTurmas-nao             to true
               when other
                   move 2                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTurmas "       to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           set ws-arquivos-abertos-sim              to true
           move zero                                to ws-rg-ano
           move spaces                              to ws-sc-turma

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           evaluate true
               when ra-funcao-media
                   perform carregar-regras
                   perform calcular-media

               when ra-funcao-situacao
                   perform carregar-regras
                   perform localizar-segmento
                   perform calcular-media
                   perform apurar-situacao

               when ra-funcao-encerrar
                   continue

               when other
                   move 3                                     to ws-msn-erro-ofsset
                   move zero                                  to ws-msn-erro-cod
                   move "Funcao invalida em regrasavaliacao "  to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega as regras do ano letivo pedido (regra historica se ausente)
      *>------------------------------------------------------------------------
       carregar-regras section.

           if ra-ano-letivo <> ws-rg-ano
           or ws-rg-ano = zero then

               perform assumir-regra-historica
               move ra-ano-letivo                   to ws-rg-ano

               if ws-tem-arqRegras-sim then
                   move ra-ano-letivo               to fd-rg-ano
                   read arqRegras
                   evaluate ws-fs-arqRegras
                       when 00
                           move fd-rg-pesos         to ws-rg-pesos
                           move fd-rg-segmentos     to ws-rg-segmentos
                       when 23
                           continue
                       when other
                           move 1                                  to ws-msn-erro-ofsset
                           move ws-fs-arqRegras                    to ws-msn-erro-cod
                           move "Erro ao ler arq. arqRegras "      to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
               end-if
           end-if

           .
       carregar-regras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  regra historica: pesos iguais, um segmento para todas as series
      *>------------------------------------------------------------------------
       assumir-regra-historica section.

           perform varying ws-ind-bim from 1 by 1
                       until ws-ind-bim > 4
               move 1                               to ws-rg-peso(ws-ind-bim)
           end-perform

           move 1                                   to ws-rg-serie-ini(1)
           move 99                                  to ws-rg-serie-fim(1)
           move 4,00                                to ws-rg-nota-minima(1)
           move 75,00                               to ws-rg-freq-minima(1)

           perform varying ws-ind-seg from 2 by 1
                       until ws-ind-seg > 3
               move zero                            to ws-rg-serie-ini(ws-ind-seg)
               move zero                            to ws-rg-serie-fim(ws-ind-seg)
               move zero                            to ws-rg-nota-minima(ws-ind-seg)
               move zero                            to ws-rg-freq-minima(ws-ind-seg)
           end-perform

           .
       assumir-regra-historica-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  media das 4 notas ponderada pelos pesos dos bimestres
      *>------------------------------------------------------------------------
       calcular-media section.

           move zero                                to ws-soma-pesos
           move zero                                to ws-soma-notas

           perform varying ws-ind-bim from 1 by 1
                       until ws-ind-bim > 4
               add ws-rg-peso(ws-ind-bim)           to ws-soma-pesos
               compute ws-soma-notas = ws-soma-notas
                   + ra-nota(ws-ind-bim) * ws-rg-peso(ws-ind-bim)
           end-perform

           if ws-soma-pesos = 0 then
               compute ra-media rounded =
                   (ra-nota(1) + ra-nota(2) + ra-nota(3) + ra-nota(4)) / 4
           else
               compute ra-media rounded = ws-soma-notas / ws-soma-pesos
           end-if

           .
       calcular-media-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  localiza o segmento da serie da turma (nota minima e frequencia)
      *>------------------------------------------------------------------------
       localizar-segmento section.

           if ra-turma <> ws-sc-turma then
               move ra-turma                        to ws-sc-turma
               move zero                            to ws-sc-serie

               if ws-tem-arqTurmas-sim then
                   move ra-turma                    to fd-tu-turma
                   read arqTurmas
                   evaluate ws-fs-arqTurmas
                       when 00
                           move fd-tu-serie         to ws-sc-serie
                       when 23
                           continue
                       when other
                           move 2                                  to ws-msn-erro-ofsset
                           move ws-fs-arqTurmas                    to ws-msn-erro-cod
                           move "Erro ao ler arq. arqTurmas "      to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
               end-if
           end-if

           move 4,00                                to ra-nota-minima
           move 75,00                               to ra-freq-minima
           set ws-seg-achado-nao                    to true

           perform varying ws-ind-seg from 1 by 1
                       until ws-ind-seg > 3
                          or ws-seg-achado-sim
               if ws-rg-serie-fim(ws-ind-seg) > 0
               and ws-sc-serie >= ws-rg-serie-ini(ws-ind-seg)
               and ws-sc-serie <= ws-rg-serie-fim(ws-ind-seg) then
                   set ws-seg-achado-sim            to true
                   move ws-rg-nota-minima(ws-ind-seg)   to ra-nota-minima
                   move ws-rg-freq-minima(ws-ind-seg)   to ra-freq-minima
               end-if
           end-perform

           .
       localizar-segmento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  situacao pela media, recuperacao (media + exame) / 2 e frequencia
      *>------------------------------------------------------------------------
       apurar-situacao section.

           move ra-media                            to ra-media-final
           set ra-usou-exame-nao                    to true
           set ra-freq-insuficiente-nao             to true

           evaluate true
               when ra-media >= ra-media-corte
                   set ra-aprovado                  to true

               when ra-media < ra-nota-minima
                   set ra-reprovado                 to true

               when other
                   if ra-tem-exame-sim then
                       set ra-usou-exame-sim        to true
                       compute ra-media-final rounded =
                           (ra-media + ra-nota-exame) / 2
                       if ra-media-final >= ra-media-corte then
                           set ra-aprovado          to true
                       else
                           set ra-reprovado         to true
                       end-if
                   else
                       set ra-em-recuperacao        to true
                   end-if
           end-evaluate

           if ra-tot-aulas > 0
           and ra-pct-freq < ra-freq-minima then
               set ra-freq-insuficiente-sim         to true
           end-if

           .
       apurar-situacao-exit.
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
      *>  Finalização (fecha os arquivos abertos pela rotina)
      *>------------------------------------------------------------------------
       finaliza section.

           if ws-tem-arqRegras-sim then
               close arqRegras
               if ws-fs-arqRegras  <> 00 then
                   move 1                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRegras                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqRegras "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-tem-arqTurmas-sim then
               close arqTurmas
               if ws-fs-arqTurmas  <> 00 then
                   move 2                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqTurmas "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           set ws-arquivos-abertos-nao              to true

           .
       finaliza-exit.
           exit.
