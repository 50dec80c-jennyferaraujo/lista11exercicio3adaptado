      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "buscaativa".
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

           select arqAlunos assign to "arqAlunos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           alternate record key is fd-turma with duplicates
           file status is ws-fs-arqAlunos.

           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-fq-chave
           file status is ws-fs-arqFrequencia.

           select arqAlertas assign to "arqAlertas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ab-chave
           file status is ws-fs-arqAlertas.

           select arqBuscaAtiva assign to "buscaativa.txt"
           organization is line sequential
           file status is ws-fs-arqBuscaAtiva.

           select arqNotificacao assign to "notificacaoct.txt"
           organization is line sequential
           file status is ws-fs-arqNotificacao.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd  arqAlunos.
       01  fd-alunos.
           05  fd-cod                              pic 9(08).
           05  fd-aluno                            pic x(25).
           05  fd-endereco                         pic x(35).
           05  fd-mae                              pic x(25).
           05  fd-pai                              pic x(25).
           05  fd-telefone                         pic x(15).
           05  fd-nota-g.
               10  fd-notas occurs 4.
                   15 fd-nota                      pic 9(02)v99.
           05  fd-status                           pic x(01).
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

      *>  alertas de busca ativa emitidos (um por aluno e competencia)
       fd  arqAlertas.
       01  fd-alertas.
           05  fd-ab-chave.
               10  fd-ab-cod                       pic 9(08).
               10  fd-ab-anomes                    pic 9(06).
           05  fd-ab-turma                         pic x(03).
           05  fd-ab-tipo                          pic x(01).
               88  fd-ab-tipo-evasao                    value "E".
               88  fd-ab-tipo-faltas                    value "F".
           05  fd-ab-meses                         pic 9(02).
           05  fd-ab-pct-faltas                    pic 9(03)v99.
           05  fd-ab-data-emissao                  pic 9(08).
           05  fd-ab-situacao                      pic x(01).
               88  fd-ab-pendente                       value "P".
               88  fd-ab-contato-familia                value "C".
               88  fd-ab-retornou                       value "V".
               88  fd-ab-conselho-tutelar               value "T".
               88  fd-ab-encerrado                      value "E".
           05  fd-ab-data-acomp                    pic 9(08).
           05  fd-ab-observacao                    pic x(40).
           05  fd-ab-operador                      pic x(08).

       fd  arqBuscaAtiva.
       01  fd-busca-linha                          pic x(120).

       fd  arqNotificacao.
       01  fd-notificacao-linha                    pic x(170).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAlunos                         pic 9(02).
       77  ws-fs-arqFrequencia                     pic 9(02).
       77  ws-fs-arqAlertas                        pic 9(02).
       77  ws-fs-arqBuscaAtiva                     pic 9(02).
       77  ws-fs-arqNotificacao                    pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

       01  ws-parametros-busca.
           05  ws-competencia.
               10  ws-comp-ano                     pic 9(04).
               10  ws-comp-mes                     pic 9(02).
           05  ws-limite-faltas                    pic 9(03)v99.
           05  ws-meses-limite                     pic 9(02).
           05  ws-data-corrente                    pic 9(08).

       01  ws-apuracao-busca.
           05  ws-mes-ref.
               10  ws-ref-ano                      pic 9(04).
               10  ws-ref-mes                      pic 9(02).
           05  ws-ind-mes                          pic 9(02).
           05  ws-meses-acima                      pic 9(02).
           05  ws-pct-faltas                       pic 9(03)v99.
           05  ws-pct-faltas-comp                  pic 9(03)v99.
           05  ws-mes-acima                        pic x(01).
               88  ws-mes-acima-sim                     value "S".
               88  ws-mes-acima-nao                     value "N".
           05  ws-evadido                          pic x(01).
               88  ws-evadido-sim                       value "S".
               88  ws-evadido-nao                       value "N".
           05  ws-tipo-alerta                      pic x(01).
               88  ws-alerta-evasao                     value "E".
               88  ws-alerta-faltas                     value "F".
               88  ws-sem-alerta                        value space.
           05  ws-ja-notificado                    pic x(01).
               88  ws-ja-notificado-sim                 value "S".
               88  ws-ja-notificado-nao                 value "N".

       01  ws-quebra-turma.
           05  ws-turma-atual                      pic x(03).
           05  ws-turma-aberta                     pic x(01).
               88  ws-turma-aberta-sim                  value "S".
               88  ws-turma-aberta-nao                  value "N".

       01  ws-busca-det.
           05  ws-tipo-edit                        pic x(22).
           05  ws-pct-edit                         pic zz9,99.
           05  ws-limite-edit                      pic zz9,99.
           05  ws-responsavel                      pic x(25).
           05  ws-situacao-edit                    pic x(24).
           05  ws-data-edit.
               10  ws-data-dia                     pic 9(02).
               10  filler                          pic x(01) value "/".
               10  ws-data-mes                     pic 9(02).
               10  filler                          pic x(01) value "/".
               10  ws-data-ano                     pic 9(04).

       01  ws-busca-linha                          pic x(120).

      *>  registro da notificacao ao conselho tutelar, um por alerta novo
       01  ws-reg-notificacao.
           05  ws-nf-competencia                   pic 9(06).
           05  ws-nf-cod                           pic 9(08).
           05  ws-nf-aluno                         pic x(25).
           05  ws-nf-turma                         pic x(03).
           05  ws-nf-endereco                      pic x(35).
           05  ws-nf-mae                           pic x(25).
           05  ws-nf-pai                           pic x(25).
           05  ws-nf-telefone                      pic x(15).
           05  ws-nf-tipo                          pic x(01).
           05  ws-nf-meses                         pic 9(02).
           05  ws-nf-pct-faltas                    pic 9(05).
           05  ws-nf-data-emissao                  pic 9(08).
           05  filler                              pic x(12) value spaces.

       01  ws-contadores.
           05  ws-qtd-analisados                   pic 9(05) value zero.
           05  ws-qtd-alertas-novos                pic 9(05) value zero.
           05  ws-qtd-ja-notificados               pic 9(05) value zero.
           05  ws-qtd-evasao                       pic 9(05) value zero.
           05  ws-qtd-faltas                       pic 9(05) value zero.

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

           accept ws-data-corrente                  from date yyyymmdd

           display "Competencia (aaaamm, 0 = mes anterior): "
           accept ws-competencia
           if ws-competencia = zero then
               move ws-data-corrente(1 : 4)         to ws-comp-ano
               move ws-data-corrente(5 : 2)         to ws-comp-mes
               if ws-comp-mes = 1 then
                   subtract 1                       from ws-comp-ano
                   move 12                          to ws-comp-mes
               else
                   subtract 1                       from ws-comp-mes
               end-if
           end-if

           if ws-comp-mes < 1
           or ws-comp-mes > 12 then
               move zero                             to ws-msn-erro-ofsset
               move zero                             to ws-msn-erro-cod
               move "Competencia invalida "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Limite de faltas no mes em % (0 = 25,00): "
           accept ws-limite-faltas
           if ws-limite-faltas = zero then
               move 25,00                           to ws-limite-faltas
           end-if

           display "Meses consecutivos acima do limite (0 = 2): "
           accept ws-meses-limite
           if ws-meses-limite = zero then
               move 2                               to ws-meses-limite
           end-if

           open input arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               move 1                                to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunos "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqFrequencia
           if ws-fs-arqFrequencia  <> 00 then
               move 2                                     to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqFrequencia "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqAlertas
           if ws-fs-arqAlertas  <> 00
           and ws-fs-arqAlertas <> 05 then
               move 3                                     to ws-msn-erro-ofsset
               move ws-fs-arqAlertas                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlertas "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqBuscaAtiva
           if ws-fs-arqBuscaAtiva  <> 00 then
               move 4                                     to ws-msn-erro-ofsset
               move ws-fs-arqBuscaAtiva                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqBuscaAtiva "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqNotificacao
           if ws-fs-arqNotificacao  <> 00 then
               move 5                                     to ws-msn-erro-ofsset
               move ws-fs-arqNotificacao                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqNotificacao "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-limite-faltas                    to ws-limite-edit

           move spaces                              to ws-busca-linha
           string "BUSCA ATIVA - ALERTA DE EVASAO  Competencia: "
                  ws-comp-mes "/" ws-comp-ano
                  delimited by size
               into ws-busca-linha
           move ws-busca-linha                      to fd-busca-linha
           write fd-busca-linha

           move spaces                              to ws-busca-linha
           string "Faltas acima de " ws-limite-edit "% em "
                  ws-meses-limite " meses consecutivos ou sem frequencia no mes"
                  delimited by size
               into ws-busca-linha
           move ws-busca-linha                      to fd-busca-linha
           write fd-busca-linha

           move all "="                             to fd-busca-linha
           write fd-busca-linha

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           move spaces                              to ws-turma-atual
           set ws-turma-aberta-nao                  to true

           move spaces                              to fd-turma
           start arqAlunos key is not less than fd-turma
           evaluate ws-fs-arqAlunos
               when 00
                   perform analisar-aluno
                       until ws-fs-arqAlunos = 10
               when 23
                   continue
               when other
                   move 1                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                       to ws-msn-erro-cod
                   move "Erro ao posicionar arq. arqAlunos "  to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-qtd-alertas-novos = zero
           and ws-qtd-ja-notificados = zero then
               move "Nenhum aluno em situacao de alerta na competencia."
                                                    to fd-busca-linha
               write fd-busca-linha
           end-if

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le um aluno (ordem de turma) e apura a frequencia dos ultimos meses
      *>------------------------------------------------------------------------
       analisar-aluno section.

           read arqAlunos next
           if ws-fs-arqAlunos  <> 00
           and ws-fs-arqAlunos  <> 10 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                    to ws-msn-erro-cod
               move "Erro ao ler arq. arqAlunos "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqAlunos = 00
           and fd-status-ativo then

               add 1                                to ws-qtd-analisados

               perform apurar-meses-aluno

               if not ws-sem-alerta then
                   perform registrar-alerta
               end-if

           end-if

           .
       analisar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  percorre os meses a partir da competencia, para tras, contando os
      *>  meses consecutivos com faltas acima do limite
      *>------------------------------------------------------------------------
       apurar-meses-aluno section.

           move ws-competencia                      to ws-mes-ref
           move zero                                to ws-meses-acima
           move zero                                to ws-pct-faltas-comp
           set ws-evadido-nao                       to true
           set ws-mes-acima-sim                     to true
           move space                               to ws-tipo-alerta

           perform varying ws-ind-mes from 1 by 1
                     until ws-ind-mes > ws-meses-limite
                        or ws-mes-acima-nao

               perform apurar-mes-referencia

               if ws-ind-mes = 1 then
                   move ws-pct-faltas               to ws-pct-faltas-comp
                   if fd-fq-aulas > 0
                   and fd-fq-faltas >= fd-fq-aulas
                   and ws-fs-arqFrequencia = 00 then
                       set ws-evadido-sim           to true
                   end-if
               end-if

               if ws-mes-acima-sim then
                   add 1                            to ws-meses-acima
               end-if

               if ws-ref-mes = 1 then
                   subtract 1                       from ws-ref-ano
                   move 12                          to ws-ref-mes
               else
                   subtract 1                       from ws-ref-mes
               end-if
           end-perform

           evaluate true
               when ws-evadido-sim
                   set ws-alerta-evasao             to true
               when ws-meses-acima >= ws-meses-limite
                   set ws-alerta-faltas             to true
               when other
                   continue
           end-evaluate

           .
       apurar-meses-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le a frequencia do aluno no mes de referencia e compara com o limite
      *>------------------------------------------------------------------------
       apurar-mes-referencia section.

           move zero                                to ws-pct-faltas
           set ws-mes-acima-nao                     to true

           move fd-cod                              to fd-fq-cod
           move ws-mes-ref                          to fd-fq-anomes
           read arqFrequencia
           evaluate ws-fs-arqFrequencia
               when 00
                   if fd-fq-aulas > 0 then
                       compute ws-pct-faltas rounded =
                           fd-fq-faltas * 100 / fd-fq-aulas
                       if ws-pct-faltas > ws-limite-faltas then
                           set ws-mes-acima-sim     to true
                       end-if
                   end-if
               when 23
                   move zero                        to fd-fq-aulas
                   move zero                        to fd-fq-faltas
               when other
                   move 2                                     to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqFrequencia "     to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       apurar-mes-referencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  verifica se o alerta ja foi emitido na competencia; se nao, grava o
      *>  alerta e a notificacao. O aluno entra na lista nos dois casos
      *>------------------------------------------------------------------------
       registrar-alerta section.

           move fd-cod                              to fd-ab-cod
           move ws-competencia                      to fd-ab-anomes
           read arqAlertas
           evaluate ws-fs-arqAlertas
               when 00
                   set ws-ja-notificado-sim         to true
                   add 1                            to ws-qtd-ja-notificados
               when 23
                   set ws-ja-notificado-nao         to true
                   perform gravar-alerta
               when other
                   move 3                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAlertas                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlertas "        to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           perform imprimir-linha-alerta

           .
       registrar-alerta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava o alerta novo (situacao pendente) e o registro de notificacao
      *>------------------------------------------------------------------------
       gravar-alerta section.

           move fd-cod                              to fd-ab-cod
           move ws-competencia                      to fd-ab-anomes
           move fd-turma                            to fd-ab-turma
           move ws-tipo-alerta                      to fd-ab-tipo
           move ws-meses-acima                      to fd-ab-meses
           move ws-pct-faltas-comp                  to fd-ab-pct-faltas
           move ws-data-corrente                    to fd-ab-data-emissao
           set fd-ab-pendente                       to true
           move zero                                to fd-ab-data-acomp
           move spaces                              to fd-ab-observacao
           move "BUSCA"                             to fd-ab-operador

           write fd-alertas
           if ws-fs-arqAlertas  <> 00 then
               move 3                                     to ws-msn-erro-ofsset
               move ws-fs-arqAlertas                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arqAlertas "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1                                    to ws-qtd-alertas-novos
           if ws-alerta-evasao then
               add 1                                to ws-qtd-evasao
           else
               add 1                                to ws-qtd-faltas
           end-if

           move ws-competencia                      to ws-nf-competencia
           move fd-cod                              to ws-nf-cod
           move fd-aluno                            to ws-nf-aluno
           move fd-turma                            to ws-nf-turma
           move fd-endereco                         to ws-nf-endereco
           move fd-mae                              to ws-nf-mae
           move fd-pai                              to ws-nf-pai
           move fd-telefone                         to ws-nf-telefone
           move ws-tipo-alerta                      to ws-nf-tipo
           move ws-meses-acima                      to ws-nf-meses
           compute ws-nf-pct-faltas = ws-pct-faltas-comp * 100
           move ws-data-corrente                    to ws-nf-data-emissao

           move ws-reg-notificacao                  to fd-notificacao-linha
           write fd-notificacao-linha
           if ws-fs-arqNotificacao  <> 00 then
               move 5                                     to ws-msn-erro-ofsset
               move ws-fs-arqNotificacao                  to ws-msn-erro-cod
               move "Erro ao gravar arq. arqNotificacao " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-alerta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime o aluno em alerta, com quebra por turma
      *>------------------------------------------------------------------------
       imprimir-linha-alerta section.

           if ws-turma-aberta-nao
           or fd-turma <> ws-turma-atual then
               move fd-turma                        to ws-turma-atual
               set ws-turma-aberta-sim              to true

               move spaces                          to fd-busca-linha
               write fd-busca-linha

               move spaces                          to ws-busca-linha
               string "Turma: " ws-turma-atual      delimited by size
                   into ws-busca-linha
               move ws-busca-linha                  to fd-busca-linha
               write fd-busca-linha

               move all "-"                         to fd-busca-linha
               write fd-busca-linha
           end-if

           if ws-alerta-evasao then
               move "Sem frequencia no mes"         to ws-tipo-edit
           else
               move "Faltas acima do limite"        to ws-tipo-edit
           end-if

           move ws-pct-faltas-comp                  to ws-pct-edit

           move spaces                              to ws-busca-linha
           string "Matricula: " fd-cod
                  "  Aluno: "   fd-aluno
                  "  "          ws-tipo-edit
                  "  Faltas: "  ws-pct-edit "%"
                  "  Meses: "   ws-meses-acima
                  delimited by size
               into ws-busca-linha
           move ws-busca-linha                      to fd-busca-linha
           write fd-busca-linha

           if fd-mae <> spaces then
               move fd-mae                          to ws-responsavel
           else
               move fd-pai                          to ws-responsavel
           end-if

           move spaces                              to ws-busca-linha
           string "     Responsavel: "  ws-responsavel
                  "  Tel.: "            fd-telefone
                  delimited by size
               into ws-busca-linha
           move ws-busca-linha                      to fd-busca-linha
           write fd-busca-linha

           if ws-ja-notificado-sim then
               evaluate true
                   when fd-ab-contato-familia
                       move "contato com a familia"     to ws-situacao-edit
                   when fd-ab-retornou
                       move "aluno retornou"            to ws-situacao-edit
                   when fd-ab-conselho-tutelar
                       move "enviado conselho tutelar"  to ws-situacao-edit
                   when fd-ab-encerrado
                       move "caso encerrado"            to ws-situacao-edit
                   when other
                       move "pendente"                  to ws-situacao-edit
               end-evaluate

               move fd-ab-data-emissao(7 : 2)       to ws-data-dia
               move fd-ab-data-emissao(5 : 2)       to ws-data-mes
               move fd-ab-data-emissao(1 : 4)       to ws-data-ano

               move spaces                          to ws-busca-linha
               string "     Alerta ja emitido em "  ws-data-edit
                      " - acompanhamento: "         ws-situacao-edit
                      delimited by size
                   into ws-busca-linha
               move ws-busca-linha                  to fd-busca-linha
               write fd-busca-linha
           end-if

           .
       imprimir-linha-alerta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização Anormal
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

           move all "="                             to fd-busca-linha
           write fd-busca-linha

           move spaces                              to ws-busca-linha
           string "Alunos analisados: "        ws-qtd-analisados
                  "  Alertas novos: "          ws-qtd-alertas-novos
                  "  Ja notificados: "         ws-qtd-ja-notificados
               delimited by size
               into ws-busca-linha
           move ws-busca-linha                      to fd-busca-linha
           write fd-busca-linha

           move spaces                              to ws-busca-linha
           string "Novos por evasao: "         ws-qtd-evasao
                  "  Novos por faltas: "       ws-qtd-faltas
               delimited by size
               into ws-busca-linha
           move ws-busca-linha                      to fd-busca-linha
           write fd-busca-linha

           close arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAlunos "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqFrequencia
           if ws-fs-arqFrequencia  <> 00 then
               move 2                                      to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqFrequencia "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAlertas
           if ws-fs-arqAlertas  <> 00 then
               move 3                                      to ws-msn-erro-ofsset
               move ws-fs-arqAlertas                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAlertas "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqBuscaAtiva
           if ws-fs-arqBuscaAtiva  <> 00 then
               move 4                                      to ws-msn-erro-ofsset
               move ws-fs-arqBuscaAtiva                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqBuscaAtiva "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqNotificacao
           if ws-fs-arqNotificacao  <> 00 then
               move 5                                      to ws-msn-erro-ofsset
               move ws-fs-arqNotificacao                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqNotificacao "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Lista gerada em buscaativa.txt"
           display "Notificacoes em notificacaoct.txt: " ws-qtd-alertas-novos

           Stop run
           .
       finaliza-exit.
           exit.
