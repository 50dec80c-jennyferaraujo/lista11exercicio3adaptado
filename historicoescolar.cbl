           record key is fd-hr-chave
           file status is ws-fs-arqHistRecuperacao.

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


           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-di-sigla
           file status is ws-fs-arqDisciplinas.

           select arqHistorico assign to "historicoescolar.txt"
           organization is line sequential
           file status is ws-fs-arqHistorico.
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


       fd  arqDisciplinas.
       01  fd-disciplinas.
           05  fd-di-sigla                         pic x(03).
           05  fd-di-nome                          pic x(15).
           05  fd-di-carga-horaria                 pic 9(04).
           05  fd-di-situacao                      pic x(01).
               88  fd-di-ativa                          value "A".
               88  fd-di-inativa                        value "I".

       fd  arqHistorico.
       01  fd-historico-linha                      pic x(120).

       77  ws-fs-arqHistFrequencia                 pic 9(02).
       77  ws-fs-arqHistRecuperacao                pic 9(02).
       77  ws-fs-arqHistorico                      pic 9(02).
       77  ws-fs-arqDependencias                   pic 9(02).
       77  ws-fs-arqConselho                       pic 9(02).
       77  ws-fs-arqDisciplinas                    pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 ws-msn-erro-text                      pic x(42).

       01  ws-consulta.
           05  ws-cod                              pic 9(08).
           05  ws-nome-aluno                       pic x(25).
           05  ws-tem-cadastro                     pic x(01).
               88  ws-tem-cadastro-sim                  value "S".
               88  ws-tem-cadastro-nao                  value "N".

       01  ws-hist-aluno.
           05  ws-hi-cod                           pic 9(08).
           05  ws-hi-aluno                         pic x(25).
           05  ws-hi-endereco                      pic x(35).
           05  ws-hi-mae                           pic x(25).
                   15  ws-hi-nota                  pic 9(02)v99.
           05  ws-hi-status                        pic x(01).
           05  ws-hi-turma                         pic x(03).
           05  ws-hi-cod-anterior                  pic 9(03).

       01  ws-apuracao.
           05  ws-media                            pic 9(02)v99.
       01  ws-parametros-hist.
           05  ws-media-corte                      pic 9(02)v99.
           05  ws-ano-letivo                       pic 9(04).
           05  ws-ano-avaliacao                    pic 9(04).
           05  ws-max-dependencias                 pic 9(01).
           05  ws-tem-arqParametros                pic x(01).
               88  ws-tem-arqParametros-sim             value "S".
               88  ws-tem-arqParametros-nao             value "N".
           05  ws-tem-arqHistRecuperacao           pic x(01).
               88  ws-tem-arqHistRecuperacao-sim        value "S".
               88  ws-tem-arqHistRecuperacao-nao        value "N".
           05  ws-tem-arqDependencias              pic x(01).
               88  ws-tem-arqDependencias-sim           value "S".
               88  ws-tem-arqDependencias-nao           value "N".
           05  ws-tem-arqConselho                  pic x(01).
               88  ws-tem-arqConselho-sim               value "S".
               88  ws-tem-arqConselho-nao               value "N".
           05  ws-tem-deliberacao                  pic x(01).
               88  ws-tem-deliberacao-sim               value "S".
               88  ws-tem-deliberacao-nao               value "N".

       01  ws-dependencias-hist.
           05  ws-qtd-reprovadas                   pic 9(02).
           05  ws-qtd-dependencias                 pic 9(03).
           05  ws-dp-nome-disc                     pic x(15).
           05  ws-dp-situacao-edit                 pic x(22).
           05  ws-dp-nota-edit                     pic z9,99.
           05  ws-dep-pendente                     pic x(01).
               88  ws-dep-pendente-sim                  value "S".
               88  ws-dep-pendente-nao                  value "N".

       01  ws-tab-disciplinas.
           05  ws-qtd-disciplinas                  pic 9(02) value zero.
           05  ws-disciplinas occurs 20.
               10  ws-disc-sigla                   pic x(03).
               10  ws-disc-nome                    pic x(15).
               10  ws-disc-carga                   pic 9(04).
               10  ws-disc-situacao                pic x(01).
                   88  ws-disc-ativa                    value "A".

       01  ws-ind-disc                             pic 9(02).

       01  ws-edicoes.
           05  ws-media-edit                       pic z9,99.
           05  ws-exame-edit                       pic z9,99.
           05  ws-media-final-edit                 pic z9,99.
           05  ws-pct-freq-edit                    pic zz9,99.
           05  ws-carga-edit                       pic zzz9.

       01  ws-historico-det                        pic x(120).

       01  ws-contadores.
           05  ws-qtd-anos                         pic 9(03) value zero.

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

      *>------------------------------------------------------------------------
       inicializa section.

           display "Matricula do Aluno: "
           accept ws-cod

           open input arqAlunos

           move 6,00                                to ws-media-corte
           move zero                                to ws-ano-letivo
           move 2                                   to ws-max-dependencias

           open input arqParametros
           evaluate ws-fs-arqParametros
                       when 00
                           move fd-par-media-corte      to ws-media-corte
                           move fd-par-ano-letivo       to ws-ano-letivo
                           move fd-par-max-dependencias to ws-max-dependencias
                       when 23
                           continue
                       when other
                   perform finaliza-anormal
           end-evaluate

           open input arqDependencias
           evaluate ws-fs-arqDependencias
               when 00
                   set ws-tem-arqDependencias-sim       to true
               when 35
                   set ws-tem-arqDependencias-nao       to true
               when other
                   move 11                                     to ws-msn-erro-ofsset
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
                   move 12                                     to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqConselho "      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           open input arqDisciplinas
           if ws-fs-arqDisciplinas  <> 00 then
               move 13                                      to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDisciplinas "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-disciplinas

           open output arqHistorico
           if ws-fs-arqHistorico  <> 00 then
               move 10                                    to ws-msn-erro-ofsset
           write fd-historico-linha

           move spaces                              to ws-historico-det
           string "Matricula: " ws-cod
                  "  Aluno: "   ws-nome-aluno
                  delimited by size
               into ws-historico-det
               perform imprimir-ano-corrente
           end-if

           if ws-tem-arqDependencias-sim then
               perform imprimir-dependencias
           end-if

           if ws-qtd-anos = 0
           and ws-tem-cadastro-nao then
               move "Aluno sem cadastro e sem historico arquivado"
           exit.

      *>------------------------------------------------------------------------
      *>  imprime o bloco de um ano arquivado (notas, media, freq., exame e
      *>  situacao final do ano)
      *>------------------------------------------------------------------------
       imprimir-ano-historico section.

           add 1                                    to ws-qtd-anos

           move fd-ha-alunos                        to ws-hist-aluno
           move fd-ha-ano                           to ws-ano-avaliacao

           if ws-nome-aluno = spaces then
               move ws-hi-aluno                     to ws-nome-aluno
           move ws-historico-det                    to fd-historico-linha
           write fd-historico-linha

           move zero                                to ws-qtd-reprovadas

           if ws-tem-arqHistNotas-sim then
               perform imprimir-disciplinas-historico
                   varying ws-ind-disc from 1 by 1
                   until ws-ind-disc > ws-qtd-disciplinas
           end-if

           set ws-tem-exame-nao                     to true

           if ws-tem-arqHistRecuperacao-sim then
               evaluate ws-fs-arqHistRecuperacao
                   when 00
                       set ws-tem-exame-sim         to true
                   when 23
                       continue
                   when other

           perform apurar-frequencia-historico

           move "S"                                 to ws-av-funcao
           move fd-ha-ano                           to ws-av-ano-letivo
           move ws-hi-turma                         to ws-av-turma
           move ws-media-corte                      to ws-av-media-corte
           move ws-hi-nota-g                        to ws-av-nota-g
           move ws-tot-aulas                        to ws-av-tot-aulas
           move ws-pct-freq                         to ws-av-pct-freq
           if ws-tem-exame-sim then
               move "S"                             to ws-av-tem-exame
               move fd-hr-nota-exame                to ws-av-nota-exame
           else
               move "N"                             to ws-av-tem-exame
               move zero                            to ws-av-nota-exame
           end-if

           call "regrasavaliacao" using ws-avaliacao

           move ws-av-media                         to ws-media
           move ws-av-media-final                   to ws-media-final

           evaluate true
               when ws-av-aprovado
                   move "Aprovado"                  to ws-situacao
               when ws-av-reprovado
                   move "Reprovado"                 to ws-situacao
               when other
                   move "Em Recuperacao"            to ws-situacao
           end-evaluate

           perform apurar-dependencias-historico

           if ws-situacao = "Aprovado" then
               evaluate true
                   when ws-dep-pendente-sim
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

           move fd-ha-ano                           to fd-co-ano
           perform buscar-conselho
           if ws-tem-deliberacao-sim then
               if fd-co-aprovar then
                   move "Aprovado pelo conselho"    to ws-situacao
               else
                   move "Retido pelo conselho"      to ws-situacao
               end-if
           end-if

           move ws-media-final                      to ws-media-final-edit
           move ws-pct-freq                         to ws-pct-freq-edit

           move spaces                              to ws-historico-det
           string "  Media Final: "    ws-media-final-edit
                  "  Frequencia: "     ws-pct-freq-edit    "%"
                  "  Situacao: "       ws-situacao
                  delimited by size
               into ws-historico-det
           move ws-historico-det                    to fd-historico-linha
               write fd-historico-linha
           end-if

           if ws-tem-deliberacao-sim then
               perform imprimir-linha-conselho
           end-if

           move all "-"                             to fd-historico-linha
           write fd-historico-linha

      *>------------------------------------------------------------------------
       imprimir-linha-disciplina-hist section.

           move fd-hn-nota-g                        to ws-av-nota-g
           perform calcular-media-disciplina
           move ws-av-media                         to ws-media-disc

           if ws-media-disc < ws-media-corte then
               add 1                                to ws-qtd-reprovadas
           end-if

           move fd-hn-nota(1)                       to ws-nota-edit-1
           move fd-hn-nota(2)                       to ws-nota-edit-2
           move fd-hn-nota(3)                       to ws-nota-edit-3
           move fd-hn-nota(4)                       to ws-nota-edit-4
           move ws-media-disc                       to ws-media-edit
           move ws-disc-carga(ws-ind-disc)          to ws-carga-edit

           move spaces                              to ws-historico-det
           string "  "                ws-disc-nome(ws-ind-disc)
                  "  CH: "            ws-carga-edit
                  "  Notas: "         ws-nota-edit-1
                  "  "                ws-nota-edit-2
                  "  "                ws-nota-edit-3
       imprimir-linha-disciplina-hist-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  dependencia de ano anterior ainda pendente no ano do bloco: em
      *>  aberto ou cumprida somente depois do encerramento desse ano
      *>------------------------------------------------------------------------
       apurar-dependencias-historico section.

           set ws-dep-pendente-nao                  to true

           if ws-tem-arqDependencias-sim then

               move ws-cod                          to fd-dp-cod
               move zero                            to fd-dp-ano
               move spaces                          to fd-dp-disciplina
               start arqDependencias key is not less than fd-dp-chave
               if ws-fs-arqDependencias = 00 then

                   read arqDependencias next
                   perform until ws-fs-arqDependencias <> 00
                              or fd-dp-cod <> ws-cod

                       if fd-dp-ano < fd-ha-ano
                       and (fd-dp-aberta
                        or fd-dp-data-conclusao(1 : 4) > fd-ha-ano) then
                           set ws-dep-pendente-sim  to true
                       end-if

                       read arqDependencias next
                   end-perform

                   if ws-fs-arqDependencias  <> 00
                   and ws-fs-arqDependencias  <> 10 then
                       move 11                                     to ws-msn-erro-ofsset
                       move ws-fs-arqDependencias                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqDependencias "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           .
       apurar-dependencias-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  soma aulas e faltas arquivadas do ano do bloco e apura o percentual
      *>------------------------------------------------------------------------
           move ws-historico-det                    to fd-historico-linha
           write fd-historico-linha

           move ws-ano-letivo                       to ws-ano-avaliacao

           if ws-tem-arqNotas-sim then
               perform imprimir-disciplinas-corrente
                   varying ws-ind-disc from 1 by 1
                   until ws-ind-disc > ws-qtd-disciplinas
           end-if

           perform apurar-exame-corrente

           perform apurar-frequencia-corrente

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

           perform apurar-dependencias-corrente

           if ws-situacao = "Aprovado" then
               evaluate true
                   when ws-dep-pendente-sim
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

           move ws-ano-letivo                       to fd-co-ano
           perform buscar-conselho
           if ws-tem-deliberacao-sim then
               if fd-co-aprovar then
                   move "Aprovado pelo conselho"    to ws-situacao
               else
                   move "Retido pelo conselho"      to ws-situacao
               end-if
           end-if

           move ws-media-final                      to ws-media-final-edit
           move ws-pct-freq                         to ws-pct-freq-edit

               write fd-historico-linha
           end-if

           if ws-tem-deliberacao-sim then
               perform imprimir-linha-conselho
           end-if

           move all "-"                             to fd-historico-linha
           write fd-historico-linha

       imprimir-ano-corrente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  busca a deliberacao do conselho de classe do aluno no ano informado
      *>  em fd-co-ano
      *>------------------------------------------------------------------------
       buscar-conselho section.

           set ws-tem-deliberacao-nao               to true

           if ws-tem-arqConselho-sim then
               move ws-cod                          to fd-co-cod
               read arqConselho
               evaluate ws-fs-arqConselho
                   when 00
                       set ws-tem-deliberacao-sim   to true
                   when 23
                       continue
                   when other
                       move 12                                    to ws-msn-erro-ofsset
                       move ws-fs-arqConselho                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqConselho "       to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       buscar-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime a deliberacao do conselho de classe lida em arqConselho
      *>------------------------------------------------------------------------
       imprimir-linha-conselho section.

           move spaces                              to ws-historico-det
           if fd-co-aprovar then
               string "  Conselho de classe: Aprovado - "   fd-co-justificativa
                      delimited by size
                   into ws-historico-det
           else
               string "  Conselho de classe: Retido - "     fd-co-justificativa
                      delimited by size
                   into ws-historico-det
           end-if
           move ws-historico-det                    to fd-historico-linha
           write fd-historico-linha

           .
       imprimir-linha-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime as notas da disciplina corrente do ano em curso (arqNotas)
      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------
       imprimir-linha-disciplina-corr section.

           move fd-nt-nota-g                        to ws-av-nota-g
           perform calcular-media-disciplina
           move ws-av-media                         to ws-media-disc

           move fd-nt-nota(1)                       to ws-nota-edit-1
           move fd-nt-nota(2)                       to ws-nota-edit-2
           move fd-nt-nota(3)                       to ws-nota-edit-3
           move fd-nt-nota(4)                       to ws-nota-edit-4
           move ws-media-disc                       to ws-media-edit
           move ws-disc-carga(ws-ind-disc)          to ws-carga-edit

           move spaces                              to ws-historico-det
           string "  "                ws-disc-nome(ws-ind-disc)
                  "  CH: "            ws-carga-edit
                  "  Notas: "         ws-nota-edit-1
                  "  "                ws-nota-edit-2
                  "  "                ws-nota-edit-3
       apurar-exame-corrente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta as disciplinas do ano em curso abaixo da media de corte e
      *>  verifica dependencia em aberto de ano letivo anterior
      *>------------------------------------------------------------------------
       apurar-dependencias-corrente section.

           move zero                                to ws-qtd-reprovadas
           set ws-dep-pendente-nao                  to true

           if ws-tem-arqNotas-sim then

               move ws-cod                          to fd-nt-cod
               move spaces                          to fd-nt-disciplina
               start arqNotas key is not less than fd-nt-chave
               if ws-fs-arqNotas = 00 then

                   read arqNotas next
                   perform until ws-fs-arqNotas <> 00
                              or fd-nt-cod <> ws-cod

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
                       move 2                                  to ws-msn-erro-ofsset
                       move ws-fs-arqNotas                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqNotas "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           if ws-tem-arqDependencias-sim then

               move ws-cod                          to fd-dp-cod
               move zero                            to fd-dp-ano
               move spaces                          to fd-dp-disciplina
               start arqDependencias key is not less than fd-dp-chave
               if ws-fs-arqDependencias = 00 then

                   read arqDependencias next
                   perform until ws-fs-arqDependencias <> 00
                              or fd-dp-cod <> ws-cod

                       if fd-dp-aberta
                       and fd-dp-ano < ws-ano-letivo then
                           set ws-dep-pendente-sim  to true
                       end-if

                       read arqDependencias next
                   end-perform

                   if ws-fs-arqDependencias  <> 00
                   and ws-fs-arqDependencias  <> 10 then
                       move 11                                     to ws-msn-erro-ofsset
                       move ws-fs-arqDependencias                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqDependencias "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           .
       apurar-dependencias-corrente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime o bloco de dependencias do aluno, em aberto e cumpridas
      *>------------------------------------------------------------------------
       imprimir-dependencias section.

           move zero                                to ws-qtd-dependencias

           move ws-cod                              to fd-dp-cod
           move zero                                to fd-dp-ano
           move spaces                              to fd-dp-disciplina
           start arqDependencias key is not less than fd-dp-chave
           if ws-fs-arqDependencias = 00 then

               read arqDependencias next
               perform until ws-fs-arqDependencias <> 00
                          or fd-dp-cod <> ws-cod

                   if ws-qtd-dependencias = 0 then
                       move "DEPENDENCIAS (PROGRESSAO PARCIAL)"
                                                    to fd-historico-linha
                       write fd-historico-linha
                   end-if

                   add 1                            to ws-qtd-dependencias
                   perform imprimir-linha-dependencia

                   read arqDependencias next
               end-perform

               if ws-fs-arqDependencias  <> 00
               and ws-fs-arqDependencias  <> 10 then
                   move 11                                     to ws-msn-erro-ofsset
                   move ws-fs-arqDependencias                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDependencias "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-qtd-dependencias > 0 then
               move all "-"                         to fd-historico-linha
               write fd-historico-linha
           end-if

           .
       imprimir-dependencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  monta e grava a linha de uma dependencia do aluno
      *>------------------------------------------------------------------------
       imprimir-linha-dependencia section.

           move fd-dp-disciplina                    to ws-dp-nome-disc
           perform varying ws-ind-disc from 1 by 1
                       until ws-ind-disc > ws-qtd-disciplinas
               if ws-disc-sigla(ws-ind-disc) = fd-dp-disciplina then
                   move ws-disc-nome(ws-ind-disc)   to ws-dp-nome-disc
                   exit perform
               end-if
           end-perform

           move spaces                              to ws-dp-situacao-edit
           if fd-dp-concluida then
               string "Cumprida em "  fd-dp-data-conclusao(7 : 2)
                      "/"             fd-dp-data-conclusao(5 : 2)
                      "/"             fd-dp-data-conclusao(1 : 4)
                      delimited by size
                   into ws-dp-situacao-edit
           else
               move "Em aberto"                     to ws-dp-situacao-edit
           end-if

           move fd-dp-media-origem                  to ws-media-edit
           move fd-dp-nota                          to ws-dp-nota-edit

           move spaces                              to ws-historico-det
           string "  "                ws-dp-nome-disc
                  "  Ano: "           fd-dp-ano
                  "  Turma: "         fd-dp-turma
                  "  Media orig.: "   ws-media-edit
                  "  Nota: "          ws-dp-nota-edit
                  "  "                ws-dp-situacao-edit
                  delimited by size
               into ws-historico-det
           move ws-historico-det                    to fd-historico-linha
           write fd-historico-linha

           .
       imprimir-linha-dependencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  soma aulas e faltas do ano em curso e apura o percentual de presenca
      *>------------------------------------------------------------------------
       apurar-frequencia-corrente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega o catalogo de disciplinas em memoria (ordem de sigla)
      *>------------------------------------------------------------------------
       carregar-disciplinas section.

           move zero                                to ws-qtd-disciplinas

           move spaces                              to fd-di-sigla
           start arqDisciplinas key is not less than fd-di-sigla
           if ws-fs-arqDisciplinas = 00 then
               read arqDisciplinas next
               perform until ws-fs-arqDisciplinas <> 00
                          or ws-qtd-disciplinas >= 20
                   add 1                            to ws-qtd-disciplinas
                   move fd-di-sigla          to ws-disc-sigla(ws-qtd-disciplinas)
                   move fd-di-nome           to ws-disc-nome(ws-qtd-disciplinas)
                   move fd-di-carga-horaria  to ws-disc-carga(ws-qtd-disciplinas)
                   move fd-di-situacao       to ws-disc-situacao(ws-qtd-disciplinas)

                   read arqDisciplinas next
               end-perform

               if ws-fs-arqDisciplinas  <> 00
               and ws-fs-arqDisciplinas <> 10 then
                   move 13                                   to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDisciplinas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carregar-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  media de uma disciplina (notas em ws-av-nota-g) pela rotina de regras
      *>  de avaliacao
      *>------------------------------------------------------------------------
       calcular-media-disciplina section.

           move "M"                                 to ws-av-funcao
           move ws-ano-avaliacao                    to ws-av-ano-letivo

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

           move spaces                               to ws-historico-det
           string "Total de anos arquivados no historico: " ws-qtd-anos
               delimited by size
               end-if
           end-if

           if ws-tem-arqDependencias-sim then
               close arqDependencias
               if ws-fs-arqDependencias  <> 00 then
                   move 11                                      to ws-msn-erro-ofsset
                   move ws-fs-arqDependencias                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqDependencias "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-tem-arqConselho-sim then
               close arqConselho
               if ws-fs-arqConselho  <> 00 then
                   move 12                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqConselho "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqDisciplinas
           if ws-fs-arqDisciplinas  <> 00 then
               move 13                                      to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDisciplinas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqHistorico
           if ws-fs-arqHistorico  <> 00 then
               move 10                                     to ws-msn-erro-ofsset
