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

           select arqRemessas assign to "arqRemessas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-rm-seq
           alternate record key is fd-rm-ano with duplicates
           file status is ws-fs-arqRemessas.

           select arqInep assign to "arqInep.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ie-cod
           file status is ws-fs-arqInep.


           select arqRemessa assign to "remessacenso.txt"
           organization is line sequential
           file status is ws-fs-arqRemessa.
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

      *>  controle das remessas; a sequencia zero guarda a ultima usada
       fd  arqRemessas.
       01  fd-remessa-controle.
           05  fd-rm-seq                           pic 9(05).
           05  fd-rm-ano                           pic 9(04).
           05  fd-rm-escola                        pic x(08).
           05  fd-rm-tipo                          pic x(01).
               88  fd-rm-normal                         value "N".
               88  fd-rm-complementar                   value "C".
           05  fd-rm-situacao                      pic x(01).
               88  fd-rm-gerada                         value "G".
               88  fd-rm-enviada                        value "E".
               88  fd-rm-retornada                      value "R".
               88  fd-rm-com-pendencias                 value "P".
           05  fd-rm-data-geracao                  pic 9(08).
           05  fd-rm-data-envio                    pic 9(08).
           05  fd-rm-data-retorno                  pic 9(08).
           05  fd-rm-qtd-detalhes                  pic 9(06).
           05  fd-rm-soma-controle                 pic 9(12).
           05  fd-rm-qtd-aceitos                   pic 9(06).
           05  fd-rm-qtd-rejeitados                pic 9(06).
           05  fd-rm-operador                      pic x(08).
       01  fd-remessa-sequencia.
           05  fd-rms-seq                          pic 9(05).
           05  fd-rms-ano                          pic 9(04).
           05  fd-rms-ultima-seq                   pic 9(05).
           05  filler                              pic x(67).

       fd  arqInep.
       01  fd-inep.
           05  fd-ie-cod                           pic 9(08).
           05  fd-ie-inep                          pic 9(12).
           05  fd-ie-situacao                      pic x(01).
               88  fd-ie-aceito                         value "A".
               88  fd-ie-rejeitado                      value "R".
           05  fd-ie-ano                           pic 9(04).
           05  fd-ie-seq-remessa                   pic 9(05).
           05  fd-ie-data                          pic 9(08).
           05  fd-ie-motivo-cod                    pic x(03).
           05  fd-ie-motivo-desc                   pic x(60).


       fd  arqRemessa.
       01  fd-remessa-linha                        pic x(140).
       77  ws-fs-arqRecuperacao                    pic 9(02).
       77  ws-fs-arqParametros                     pic 9(02).
       77  ws-fs-arqRemessa                        pic 9(02).
       77  ws-fs-arqNotas                          pic 9(02).
       77  ws-fs-arqDependencias                   pic 9(02).
       77  ws-fs-arqConselho                       pic 9(02).
       77  ws-fs-arqRemessas                       pic 9(02).
       77  ws-fs-arqInep                           pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
       01  ws-parametros-remessa.
           05  ws-media-corte                      pic 9(02)v99.
           05  ws-ano-letivo                       pic 9(04).
           05  ws-max-dependencias                 pic 9(01).
           05  ws-tem-arqParametros                pic x(01).
               88  ws-tem-arqParametros-sim             value "S".
               88  ws-tem-arqParametros-nao             value "N".
           05  ws-tem-arqRecuperacao               pic x(01).
               88  ws-tem-arqRecuperacao-sim            value "S".
               88  ws-tem-arqRecuperacao-nao            value "N".
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
           05  ws-tem-arqInep                      pic x(01).
               88  ws-tem-arqInep-sim                   value "S".
               88  ws-tem-arqInep-nao                   value "N".
           05  ws-inep-aluno                       pic 9(12).
           05  ws-inep-aceito                      pic x(01).
               88  ws-inep-aceito-sim                   value "S".
               88  ws-inep-aceito-nao                   value "N".

       01  ws-controle-remessa.
           05  ws-rm-seq                           pic 9(05).
           05  ws-rm-tipo                          pic x(01).
               88  ws-rm-normal                         value "N".
               88  ws-rm-complementar                   value "C".
           05  ws-rm-ultima-situacao               pic x(01).
               88  ws-rm-ultima-gerada                  value "G".
               88  ws-rm-ultima-enviada                 value "E".
               88  ws-rm-ultima-retornada               value "R".
               88  ws-rm-ultima-com-pendencias          value "P".
           05  ws-rm-achou                         pic x(01).
               88  ws-rm-achou-sim                      value "S".
               88  ws-rm-achou-nao                      value "N".
           05  ws-rm-reaproveitar                  pic x(01).
               88  ws-rm-reaproveitar-sim               value "S".
               88  ws-rm-reaproveitar-nao               value "N".

       01  ws-apuracao.
           05  ws-media                            pic 9(02)v99.
           05  ws-tem-exame                        pic x(01).
               88  ws-tem-exame-sim                     value "S".
               88  ws-tem-exame-nao                     value "N".
           05  ws-media-disc                       pic 9(02)v99.
           05  ws-qtd-reprovadas                   pic 9(02).
           05  ws-dep-pendente                     pic x(01).
               88  ws-dep-pendente-sim                  value "S".
               88  ws-dep-pendente-nao                  value "N".

      *>  registro header da remessa (tipo 0)
       01  ws-reg-header.
           05  ws-hd-escola                        pic x(08).
           05  ws-hd-ano                           pic 9(04).
           05  ws-hd-data-geracao                  pic 9(08).
           05  ws-hd-seq-remessa                   pic 9(05).
           05  ws-hd-tipo-remessa                  pic x(01).
           05  filler                              pic x(113) value spaces.

      *>  registro detalhe da remessa (tipo 1), um por aluno ativo
       01  ws-reg-detalhe.
           05  ws-dt-tipo                          pic x(01) value "1".
           05  ws-dt-cod                           pic 9(08).
           05  ws-dt-aluno                         pic x(25).
           05  ws-dt-endereco                      pic x(35).
           05  ws-dt-mae                           pic x(25).
           05  ws-dt-media-final                   pic 9(04).
           05  ws-dt-pct-freq                      pic 9(05).
           05  ws-dt-situacao                      pic x(02).
           05  ws-dt-qtd-dependencias              pic 9(02).
           05  ws-dt-inep                          pic 9(12).
           05  filler                              pic x(03) value spaces.

      *>  registro trailer da remessa (tipo 9)
       01  ws-reg-trailer.
           05  ws-tl-tipo                          pic x(01) value "9".
           05  ws-tl-qtd-detalhes                  pic 9(06).
           05  ws-tl-soma-controle                 pic 9(12).
           05  filler                              pic x(121) value spaces.

       01  ws-data-geracao.
           05  ws-ger-data                         pic 9(08).

       01  ws-contadores.
           05  ws-qtd-detalhes                     pic 9(06) value zero.
           05  ws-soma-controle                    pic 9(12) value zero.
           05  ws-qtd-ja-aceitos                   pic 9(06) value zero.

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
                   move 6                                to ws-msn-erro-ofsset
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
                   move 7                                      to ws-msn-erro-ofsset
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
                   move 8                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqConselho "      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           move 6,00                                to ws-media-corte
           move 2                                   to ws-max-dependencias
           accept ws-ger-data     from date yyyymmdd
           move ws-ger-data(1 : 4)                  to ws-ano-letivo

                       when 00
                           move fd-par-media-corte      to ws-media-corte
                           move fd-par-ano-letivo       to ws-ano-letivo
                           move fd-par-max-dependencias to ws-max-dependencias
                       when 23
                           continue
                       when other
                   perform finaliza-anormal
           end-evaluate

           open i-o arqRemessas
           if ws-fs-arqRemessas  <> 00
           and ws-fs-arqRemessas <> 05 then
               move 9                                    to ws-msn-erro-ofsset
               move ws-fs-arqRemessas                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRemessas "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform verificar-remessa-ano

           open input arqInep
           evaluate ws-fs-arqInep
               when 00
                   set ws-tem-arqInep-sim               to true
               when 35
                   set ws-tem-arqInep-nao               to true
               when other
                   move 10                                    to ws-msn-erro-ofsset
                   move ws-fs-arqInep                         to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqInep "         to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           open output arqRemessa
           if ws-fs-arqRemessa  <> 00 then
               move 5                                  to ws-msn-erro-ofsset
           move ws-cod-escola                       to ws-hd-escola
           move ws-ano-letivo                       to ws-hd-ano
           move ws-ger-data                         to ws-hd-data-geracao
           move ws-rm-seq                           to ws-hd-seq-remessa
           move ws-rm-tipo                          to ws-hd-tipo-remessa

           move ws-reg-header                       to fd-remessa-linha
           write fd-remessa-linha
       gravar-header-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere as remessas ja geradas para o ano letivo: ano enviado ou
      *>  retornado sem pendencias nao e remetido de novo; remessa so gerada
      *>  e regerada com a mesma sequencia; ano com pendencias gera remessa
      *>  complementar so com os alunos ainda nao aceitos
      *>------------------------------------------------------------------------
       verificar-remessa-ano section.

           set ws-rm-achou-nao                      to true
           set ws-rm-reaproveitar-nao               to true
           set ws-rm-normal                         to true

           move ws-ano-letivo                       to fd-rm-ano
           start arqRemessas key is equal to fd-rm-ano
           if ws-fs-arqRemessas = 00 then

               read arqRemessas next
               perform until ws-fs-arqRemessas <> 00
                          or fd-rm-ano <> ws-ano-letivo

                   set ws-rm-achou-sim              to true
                   move fd-rm-seq                   to ws-rm-seq
                   move fd-rm-tipo                  to ws-rm-tipo
                   move fd-rm-situacao              to ws-rm-ultima-situacao

                   read arqRemessas next
               end-perform

               if ws-fs-arqRemessas  <> 00
               and ws-fs-arqRemessas  <> 10 then
                   move 9                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRemessas                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRemessas "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-rm-achou-nao then
               perform obter-seq-remessa
           else
               evaluate true
                   when ws-rm-ultima-gerada
                       set ws-rm-reaproveitar-sim   to true

                   when ws-rm-ultima-enviada
                       move 9                                     to ws-msn-erro-ofsset
                       move zero                                  to ws-msn-erro-cod
                       move "Remessa do ano ja enviada - sem retorno" to ws-msn-erro-text
                       perform finaliza-anormal

                   when ws-rm-ultima-retornada
                       move 9                                     to ws-msn-erro-ofsset
                       move zero                                  to ws-msn-erro-cod
                       move "Remessa do ano ja retornada sem pendencias"
                                                                  to ws-msn-erro-text
                       perform finaliza-anormal

                   when other
                       perform obter-seq-remessa
                       set ws-rm-complementar       to true
               end-evaluate
           end-if

           .
       verificar-remessa-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  reserva o proximo numero de sequencia de remessa (registro zero)
      *>------------------------------------------------------------------------
       obter-seq-remessa section.

           move zero                                to fd-rms-seq
           read arqRemessas
           evaluate ws-fs-arqRemessas
               when 00
                   add 1                            to fd-rms-ultima-seq
                   move fd-rms-ultima-seq           to ws-rm-seq
                   rewrite fd-remessa-sequencia
               when 23
                   move spaces                      to fd-remessa-sequencia
                   move zero                        to fd-rms-seq
                   move zero                        to fd-rms-ano
                   move 1                           to fd-rms-ultima-seq
                   move 1                           to ws-rm-seq
                   write fd-remessa-sequencia
               when other
                   move 9                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRemessas                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRemessas "       to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-fs-arqRemessas  <> 00 then
               move 9                                     to ws-msn-erro-ofsset
               move ws-fs-arqRemessas                     to ws-msn-erro-cod
               move "Erro ao gravar arq. arqRemessas "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       obter-seq-remessa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  registra a remessa gerada (situacao gerada) em arqRemessas
      *>------------------------------------------------------------------------
       registrar-remessa section.

           move ws-rm-seq                           to fd-rm-seq
           if ws-rm-reaproveitar-sim then
               read arqRemessas
               if ws-fs-arqRemessas  <> 00 then
                   move 9                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRemessas                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRemessas "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move ws-ano-letivo                       to fd-rm-ano
           move ws-cod-escola                       to fd-rm-escola
           move ws-rm-tipo                          to fd-rm-tipo
           set fd-rm-gerada                         to true
           move ws-ger-data                         to fd-rm-data-geracao
           move zero                                to fd-rm-data-envio
           move zero                                to fd-rm-data-retorno
           move ws-qtd-detalhes                     to fd-rm-qtd-detalhes
           move ws-soma-controle                    to fd-rm-soma-controle
           move zero                                to fd-rm-qtd-aceitos
           move zero                                to fd-rm-qtd-rejeitados
           move spaces                              to fd-rm-operador

           if ws-rm-reaproveitar-sim then
               rewrite fd-remessa-controle
           else
               write fd-remessa-controle
           end-if

           if ws-fs-arqRemessas  <> 00 then
               move 9                                     to ws-msn-erro-ofsset
               move ws-fs-arqRemessas                     to ws-msn-erro-cod
               move "Erro ao gravar arq. arqRemessas "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       registrar-remessa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal
      *>------------------------------------------------------------------------
           if ws-fs-arqAlunos = 00
           and not fd-status-inativo then

               perform buscar-inep-aluno

               if ws-rm-complementar
               and ws-inep-aceito-sim then
                   add 1                            to ws-qtd-ja-aceitos
               else

                   perform apurar-situacao-final

                   move fd-cod                      to ws-dt-cod
                   move fd-aluno                    to ws-dt-aluno
                   move fd-endereco                 to ws-dt-endereco
                   move fd-mae                      to ws-dt-mae
                   move fd-telefone                 to ws-dt-telefone
                   move fd-turma                    to ws-dt-turma
                   compute ws-dt-media-final = ws-media-final * 100
                   compute ws-dt-pct-freq = ws-pct-freq * 100
                   move ws-situacao-censo           to ws-dt-situacao
                   if ws-situacao-censo = "AD" then
                       move ws-qtd-reprovadas       to ws-dt-qtd-dependencias
                   else
                       move zero                    to ws-dt-qtd-dependencias
                   end-if
                   move ws-inep-aluno               to ws-dt-inep

                   move ws-reg-detalhe              to fd-remessa-linha
                   write fd-remessa-linha
                   if ws-fs-arqRemessa  <> 00 then
                       move 5                                    to ws-msn-erro-ofsset
                       move ws-fs-arqRemessa                     to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqRemessa "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add 1                            to ws-qtd-detalhes
                   add fd-cod                       to ws-soma-controle

               end-if

           end-if

       gerar-detalhe-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  codigo INEP do aluno corrente e se ja foi aceito no ano letivo
      *>------------------------------------------------------------------------
       buscar-inep-aluno section.

           set ws-inep-aceito-nao                   to true
           move zero                                to ws-inep-aluno

           if ws-tem-arqInep-sim then
               move fd-cod                          to fd-ie-cod
               read arqInep
               evaluate ws-fs-arqInep
                   when 00
                       move fd-ie-inep              to ws-inep-aluno
                       if fd-ie-aceito
                       and fd-ie-ano = ws-ano-letivo then
                           set ws-inep-aceito-sim   to true
                       end-if
                   when 23
                       continue
                   when other
                       move 10                                    to ws-msn-erro-ofsset
                       move ws-fs-arqInep                         to ws-msn-erro-cod
                       move "Erro ao ler arq. arqInep "           to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       buscar-inep-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  apura a situacao final do aluno corrente (mesma regra do boletim)
      *>------------------------------------------------------------------------
       apurar-situacao-final section.

           perform apurar-exame-aluno

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
                   move "AP"                        to ws-situacao-censo
               when ws-av-reprovado
                   move "RT"                        to ws-situacao-censo
               when other
                   move "ER"                        to ws-situacao-censo
           end-evaluate

           perform apurar-dependencias-aluno

           if ws-situacao-censo = "AP" then
               evaluate true
                   when ws-dep-pendente-sim
                       move "RT"                    to ws-situacao-censo
                   when ws-qtd-reprovadas = 0
                       continue
                   when ws-qtd-reprovadas <= ws-max-dependencias
                       move "AD"                    to ws-situacao-censo
                   when other
                       move "RT"                    to ws-situacao-censo
               end-evaluate
           end-if

           if ws-av-freq-insuficiente-sim then
               move "RF"                            to ws-situacao-censo
           end-if

           perform apurar-conselho-aluno

           if ws-tem-deliberacao-sim then
               if fd-co-aprovar then
                   move "AP"                        to ws-situacao-censo
               else
                   move "RT"                        to ws-situacao-censo
               end-if
           end-if

           .
       apurar-situacao-final-exit.
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
                       move 8                                     to ws-msn-erro-ofsset
                       move ws-fs-arqConselho                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqConselho "       to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       apurar-conselho-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  busca a nota do exame final do aluno corrente (arqRecuperacao)
      *>------------------------------------------------------------------------
       apurar-exame-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta as disciplinas do aluno corrente abaixo da media de corte e
      *>  verifica dependencia em aberto de ano letivo anterior
      *>------------------------------------------------------------------------
       apurar-dependencias-aluno section.

           move zero                                to ws-qtd-reprovadas
           set ws-dep-pendente-nao                  to true

           if ws-tem-arqNotas-sim then

               move fd-cod                          to fd-nt-cod
               move spaces                          to fd-nt-disciplina
               start arqNotas key is not less than fd-nt-chave
               if ws-fs-arqNotas = 00 then

                   read arqNotas next
                   perform until ws-fs-arqNotas <> 00
                              or fd-nt-cod <> fd-cod

                       move fd-nt-nota-g                        to ws-av-nota-g
                       perform calcular-media-disciplina
                       move ws-av-media                         to ws-media-disc

                       if ws-media-disc < ws-media-corte then
                           add 1                    to ws-qtd-reprovadas
                       end-if

                       read arqNotas next
                   end-perform

                   if ws-fs-arqNotas  <> 00
                   and ws-fs-arqNotas  <> 10 then
                       move 6                                  to ws-msn-erro-ofsset
                       move ws-fs-arqNotas                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqNotas "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           if ws-tem-arqDependencias-sim then

               move fd-cod                          to fd-dp-cod
               move zero                            to fd-dp-ano
               move spaces                          to fd-dp-disciplina
               start arqDependencias key is not less than fd-dp-chave
               if ws-fs-arqDependencias = 00 then

                   read arqDependencias next
                   perform until ws-fs-arqDependencias <> 00
                              or fd-dp-cod <> fd-cod

                       if fd-dp-aberta
                       and fd-dp-ano < ws-ano-letivo then
                           set ws-dep-pendente-sim  to true
                       end-if

                       read arqDependencias next
                   end-perform

                   if ws-fs-arqDependencias  <> 00
                   and ws-fs-arqDependencias  <> 10 then
                       move 7                                      to ws-msn-erro-ofsset
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
      *>  soma aulas e faltas do aluno corrente e apura o percentual de presenca
      *>------------------------------------------------------------------------
       apurar-frequencia-aluno-exit.
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

           move ws-qtd-detalhes                     to ws-tl-qtd-detalhes
           move ws-soma-controle                    to ws-tl-soma-controle

               perform finaliza-anormal
           end-if

           perform registrar-remessa

           close arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               end-if
           end-if

           if ws-tem-arqNotas-sim then
               close arqNotas
               if ws-fs-arqNotas  <> 00 then
                   move 6                                  to ws-msn-erro-ofsset
                   move ws-fs-arqNotas                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqNotas "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-tem-arqDependencias-sim then
               close arqDependencias
               if ws-fs-arqDependencias  <> 00 then
                   move 7                                       to ws-msn-erro-ofsset
                   move ws-fs-arqDependencias                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqDependencias "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-tem-arqConselho-sim then
               close arqConselho
               if ws-fs-arqConselho  <> 00 then
                   move 8                                       to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqConselho "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqRemessas
           if ws-fs-arqRemessas  <> 00 then
               move 9                                    to ws-msn-erro-ofsset
               move ws-fs-arqRemessas                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqRemessas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-tem-arqInep-sim then
               close arqInep
               if ws-fs-arqInep  <> 00 then
                   move 10                                      to ws-msn-erro-ofsset
                   move ws-fs-arqInep                           to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqInep "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqRemessa
           if ws-fs-arqRemessa  <> 00 then
               move 5                                    to ws-msn-erro-ofsset
           end-if

           display "Remessa gerada em remessacenso.txt"
           display "Sequencia da remessa       : " ws-rm-seq
           if ws-rm-complementar then
               display "Remessa complementar - alunos ja aceitos: "
                       ws-qtd-ja-aceitos
           end-if
           display "Registros detalhe gravados : " ws-qtd-detalhes
           display "Soma de controle           : " ws-soma-controle

