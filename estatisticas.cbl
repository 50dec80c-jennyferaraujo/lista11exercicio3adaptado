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

       fd  arqEstatisticas.
       01  fd-estatistica-linha                    pic x(100).

       01  ws-parametros-est.
           05  ws-media-corte                      pic 9(02)v99.
           05  ws-ano-letivo                       pic 9(04).
           05  ws-data-corrente                    pic 9(08).
           05  ws-tem-arqFrequencia                pic x(01).
               88  ws-tem-arqFrequencia-sim             value "S".
               88  ws-tem-arqFrequencia-nao             value "N".
       01  ws-contadores.
           05  ws-qtd-ativos                       pic 9(05) value zero.

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

           accept ws-data-corrente                  from date yyyymmdd

           move 6,00                                to ws-media-corte
           move ws-data-corrente(1 : 4)             to ws-ano-letivo

           open input arqParametros
           evaluate ws-fs-arqParametros
                   evaluate ws-fs-arqParametros
                       when 00
                           move fd-par-media-corte      to ws-media-corte
                           move fd-par-ano-letivo       to ws-ano-letivo
                       when 23
                           continue
                       when other
      *>------------------------------------------------------------------------
       apurar-aprovacao section.

           move "N"                                 to ws-av-tem-exame
           move zero                                to ws-av-nota-exame

           if ws-tem-arqRecuperacao-sim then
               move fd-cod                          to fd-rc-cod
               read arqRecuperacao
               evaluate ws-fs-arqRecuperacao
                   when 00
                       move "S"                     to ws-av-tem-exame
                       move fd-rc-nota-exame        to ws-av-nota-exame
                   when 23
                       continue
                   when other
                       move 3                                     to ws-msn-erro-ofsset
                       move ws-fs-arqRecuperacao                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqRecuperacao "    to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           perform apurar-frequencia-aluno

           move "S"                                 to ws-av-funcao
           move ws-ano-letivo                       to ws-av-ano-letivo
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

       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           move 12                                  to return-code
           Stop run
           .
       finaliza-anormal-exit.
           move ws-estatistica-det                   to fd-estatistica-linha
           write fd-estatistica-linha

           move "F"                                 to ws-av-funcao
           call "regrasavaliacao" using ws-avaliacao

           close arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               move 1                                  to ws-msn-erro-ofsset
