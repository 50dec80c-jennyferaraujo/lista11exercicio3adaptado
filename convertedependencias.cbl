      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "convertedependencias".
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

           select arqParametrosAnt assign to "arqParametros.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-pa-chave
           file status is ws-fs-arqParametrosAnt.

           select arqParametrosNovo assign to "arqParametrosNovo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-par-chave
           file status is ws-fs-arqParametrosNovo.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd  arqParametrosAnt.
       01  fd-parametros-ant.
           05  fd-pa-chave                         pic x(08).
           05  fd-pa-proximo-cod                   pic 9(03).
           05  fd-pa-ano-letivo                    pic 9(04).
           05  fd-pa-media-corte                   pic 9(02)v99.
           05  fd-pa-fechamentos.
               10  fd-pa-fecha-bim occurs 4.
                   15  fd-pa-fecha-data            pic 9(08).
                   15  fd-pa-fecha-status          pic x(01).

       fd  arqParametrosNovo.
       01  fd-parametros.
           05  fd-par-chave                        pic x(08).
           05  fd-par-proximo-cod                  pic 9(03).
           05  fd-par-ano-letivo                   pic 9(04).
           05  fd-par-media-corte                  pic 9(02)v99.
           05  fd-par-fechamentos.
               10  fd-par-fecha-bim occurs 4.
                   15  fd-par-fecha-data           pic 9(08).
                   15  fd-par-fecha-status         pic x(01).
           05  fd-par-max-dependencias             pic 9(01).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqParametrosAnt                  pic 9(02).
       77  ws-fs-arqParametrosNovo                 pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

       01  ws-contadores.
           05  ws-qtd-convertidos                  pic 9(05) value zero.

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

           open input arqParametrosAnt
           if ws-fs-arqParametrosAnt  <> 00 then
               move 1                                        to ws-msn-erro-ofsset
               move ws-fs-arqParametrosAnt                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqParametrosAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqParametrosNovo
           if ws-fs-arqParametrosNovo  <> 00 then
               move 2                                        to ws-msn-erro-ofsset
               move ws-fs-arqParametrosNovo                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqParametrosNovo "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           perform converter-registro
               until ws-fs-arqParametrosAnt = 10

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le um registro do layout antigo e grava no novo com o limite padrao
      *>  de dependencias (progressao parcial)
      *>------------------------------------------------------------------------
       converter-registro section.

           read arqParametrosAnt next
           if ws-fs-arqParametrosAnt  <> 00
           and ws-fs-arqParametrosAnt  <> 10 then
               move 1                                        to ws-msn-erro-ofsset
               move ws-fs-arqParametrosAnt                   to ws-msn-erro-cod
               move "Erro ao ler arq. arqParametrosAnt "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqParametrosAnt = 00 then

               move fd-pa-chave                     to fd-par-chave
               move fd-pa-proximo-cod               to fd-par-proximo-cod
               move fd-pa-ano-letivo                to fd-par-ano-letivo
               move fd-pa-media-corte               to fd-par-media-corte
               move fd-pa-fechamentos               to fd-par-fechamentos
               move 2                               to fd-par-max-dependencias

               write fd-parametros
               if ws-fs-arqParametrosNovo  <> 00 then
                   move 2                                         to ws-msn-erro-ofsset
                   move ws-fs-arqParametrosNovo                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqParametrosNovo "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1                                to ws-qtd-convertidos

           end-if

           .
       converter-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           close arqParametrosAnt
           if ws-fs-arqParametrosAnt  <> 00 then
               move 1                                         to ws-msn-erro-ofsset
               move ws-fs-arqParametrosAnt                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqParametrosAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqParametrosNovo
           if ws-fs-arqParametrosNovo  <> 00 then
               move 2                                         to ws-msn-erro-ofsset
               move ws-fs-arqParametrosNovo                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqParametrosNovo "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Registros convertidos: " ws-qtd-convertidos
           display "Novo arquivo gravado em arqParametrosNovo.dat"
           display "Substitua arqParametros.dat pelo novo arquivo"
           display "antes de voltar a usar o sistema"

           Stop run
           .
       finaliza-exit.
           exit.
