      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "retornocenso".
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

           select arqAlunos assign to "arqAlunos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           alternate record key is fd-turma with duplicates
           file status is ws-fs-arqAlunos.

           select arqAuditoria assign to "arqAuditoria.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-au-chave
           file status is ws-fs-arqAuditoria.

           select arqOperadores assign to "arqOperadores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-op-usuario
           file status is ws-fs-arqOperadores.

           select arqRetorno assign to "retornocenso.txt"
           organization is line sequential
           file status is ws-fs-arqRetorno.

           select arqRejeicoes assign to "rejeicoescenso.txt"
           organization is line sequential
           file status is ws-fs-arqRejeicoes.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

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

       fd  arqAuditoria.
       01  fd-auditoria.
           05  fd-au-chave.
               10  fd-au-cod                       pic 9(08).
               10  fd-au-data                      pic 9(08).
               10  fd-au-hora                      pic 9(06).
               10  fd-au-seq                       pic 9(02).
           05  fd-au-campo                         pic x(15).
           05  fd-au-valor-antigo                  pic x(35).
           05  fd-au-valor-novo                    pic x(35).
           05  fd-au-operador                      pic x(08).

       fd  arqOperadores.
       01  fd-operador.
           05  fd-op-usuario                       pic x(08).
           05  fd-op-nome                          pic x(25).
           05  fd-op-senha                         pic x(08).
           05  fd-op-perfil                        pic x(01).
               88  fd-op-perfil-consulta                value "C".
               88  fd-op-perfil-lancamento              value "L".
               88  fd-op-perfil-supervisao              value "S".

       fd  arqRetorno.
       01  fd-retorno-linha                        pic x(140).

       fd  arqRejeicoes.
       01  fd-rejeicao-linha                       pic x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqRemessas                       pic 9(02).
       77  ws-fs-arqInep                           pic 9(02).
       77  ws-fs-arqAlunos                         pic 9(02).
       77  ws-fs-arqAuditoria                      pic 9(02).
       77  ws-fs-arqOperadores                     pic 9(02).
       77  ws-fs-arqRetorno                        pic 9(02).
       77  ws-fs-arqRejeicoes                      pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

       01  ws-operador.
           05  ws-oper-usuario                     pic x(08).
           05  ws-oper-senha                       pic x(08).

       01  ws-menu                                 pic x(01).

      *>  registro header do retorno (tipo 0)
       01  ws-ret-header.
           05  ws-rh-tipo                          pic x(01).
           05  ws-rh-escola                        pic x(08).
           05  ws-rh-ano                           pic 9(04).
           05  ws-rh-seq-remessa                   pic 9(05).
           05  ws-rh-data-processamento            pic 9(08).
           05  filler                              pic x(114).

      *>  registro detalhe do retorno (tipo 1), um por aluno remetido
       01  ws-ret-detalhe.
           05  ws-rd-tipo                          pic x(01).
           05  ws-rd-cod                           pic 9(08).
           05  ws-rd-situacao                      pic x(01).
               88  ws-rd-aceito                         value "A".
               88  ws-rd-rejeitado                      value "R".
           05  ws-rd-inep                          pic 9(12).
           05  ws-rd-motivo-cod                    pic x(03).
           05  ws-rd-motivo-desc                   pic x(60).
           05  filler                              pic x(55).

      *>  registro trailer do retorno (tipo 9)
       01  ws-ret-trailer.
           05  ws-rt-tipo                          pic x(01).
           05  ws-rt-qtd-detalhes                  pic 9(06).
           05  ws-rt-soma-controle                 pic 9(12).
           05  ws-rt-qtd-aceitos                   pic 9(06).
           05  ws-rt-qtd-rejeitados                pic 9(06).
           05  filler                              pic x(109).

       01  ws-validacao-retorno.
           05  ws-retorno-valido                   pic x(01).
               88  ws-retorno-valido-sim                value "S".
               88  ws-retorno-valido-nao                value "N".
           05  ws-tem-trailer                      pic x(01).
               88  ws-tem-trailer-sim                   value "S".
               88  ws-tem-trailer-nao                   value "N".
           05  ws-retorno-aberto                   pic x(01).
               88  ws-retorno-aberto-sim                value "S".
               88  ws-retorno-aberto-nao                value "N".
           05  ws-motivo-invalido                  pic x(50).
           05  ws-qtd-lidos                        pic 9(06).
           05  ws-soma-lida                        pic 9(12).
           05  ws-qtd-lidos-aceitos                pic 9(06).
           05  ws-qtd-lidos-rejeitados             pic 9(06).

       01  ws-remessa.
           05  ws-rm-seq                           pic 9(05).
           05  ws-rm-ano                           pic 9(04).
           05  ws-rm-data                          pic 9(08).
           05  ws-situacao-edit                    pic x(16).
           05  ws-tipo-edit                        pic x(12).

       01  ws-aluno-retorno.
           05  ws-ra-aluno                         pic x(25).
           05  ws-ra-turma                         pic x(03).
           05  ws-inep-antigo                      pic 9(12).
           05  ws-tem-inep                         pic x(01).
               88  ws-tem-inep-sim                      value "S".
               88  ws-tem-inep-nao                      value "N".

       01  ws-historico.
           05  ws-hist-data                        pic 9(08).
           05  ws-hist-hora                        pic 9(06).
           05  ws-hist-campo                       pic x(15).
           05  ws-hist-valor-antigo                pic x(35).
           05  ws-hist-valor-novo                  pic x(35).

       01  ws-rejeicao-det                         pic x(132).

       01  ws-contadores.
           05  ws-qtd-aceitos                      pic 9(06) value zero.
           05  ws-qtd-rejeitados                   pic 9(06) value zero.
           05  ws-qtd-inep-gravados                pic 9(06) value zero.
           05  ws-qtd-nao-cadastrados              pic 9(06) value zero.

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

           perform identificar-operador

           accept ws-rm-data                        from date yyyymmdd

           open i-o arqRemessas
           if ws-fs-arqRemessas  <> 00
           and ws-fs-arqRemessas <> 05 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqRemessas                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRemessas "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqInep
           if ws-fs-arqInep  <> 00
           and ws-fs-arqInep <> 05 then
               move 2                                    to ws-msn-erro-ofsset
               move ws-fs-arqInep                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqInep "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               move 3                                to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunos "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqAuditoria
           if ws-fs-arqAuditoria  <> 00
           and ws-fs-arqAuditoria <> 05 then
               move 4                                    to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAuditoria "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           set ws-retorno-aberto-nao                to true

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  identificacao obrigatoria do operador (perfil de lancamento)
      *>------------------------------------------------------------------------
       identificar-operador section.

           open input arqOperadores
           if ws-fs-arqOperadores  <> 00 then
               move 5                                     to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOperadores "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Usuario: "
           accept ws-oper-usuario
           display "Senha: "
           accept ws-oper-senha

           move ws-oper-usuario                     to fd-op-usuario
           read arqOperadores
           evaluate ws-fs-arqOperadores
               when 00
                   if fd-op-senha <> ws-oper-senha then
                       display "Senha invalida"
                       Stop run
                   end-if
                   if fd-op-perfil-consulta then
                       display "Acesso negado: retorno da secretaria exige"
                               " perfil de lancamento ou supervisao"
                       Stop run
                   end-if

               when 23
                   display "Usuario inexistente"
                   Stop run

               when other
                   move 5                                    to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqOperadores "    to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           close arqOperadores
           if ws-fs-arqOperadores  <> 00 then
               move 5                                      to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqOperadores "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       identificar-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           display "'E' - Confirmar envio de remessa"
           display "'R' - Processar arquivo de retorno (retornocenso.txt)"
           display "'L' - Listar remessas"
           accept ws-menu

           evaluate ws-menu
               when = "E"
               when = "e"
                   perform confirmar-envio

               when = "R"
               when = "r"
                   perform processar-retorno

               when = "L"
               when = "l"
                   perform listar-remessas

               when other
                   display "Opcao Invalida!"
           end-evaluate

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  marca como enviada uma remessa gerada
      *>------------------------------------------------------------------------
       confirmar-envio section.

           display "Sequencia da remessa enviada: "
           accept ws-rm-seq

           move ws-rm-seq                           to fd-rm-seq
           read arqRemessas
           evaluate ws-fs-arqRemessas
               when 00
                   if ws-rm-seq = zero then
                       display "Remessa inexistente!"
                   else
                       if fd-rm-gerada then
                           set fd-rm-enviada        to true
                           move ws-rm-data          to fd-rm-data-envio
                           move ws-oper-usuario     to fd-rm-operador
                           rewrite fd-remessa-controle
                           if ws-fs-arqRemessas  <> 00 then
                               move 1                                      to ws-msn-erro-ofsset
                               move ws-fs-arqRemessas                      to ws-msn-erro-cod
                               move "Erro ao regravar arq. arqRemessas "   to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           display "Remessa " fd-rm-seq " do ano " fd-rm-ano
                                   " marcada como enviada"
                       else
                           perform editar-situacao-remessa
                           display "Remessa nao pode ser enviada - situacao: "
                                   ws-situacao-edit
                       end-if
                   end-if
               when 23
                   display "Remessa inexistente!"
               when other
                   move 1                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRemessas                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRemessas "       to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       confirmar-envio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere o retorno contra a remessa enviada e, se estiver integro,
      *>  grava os codigos INEP e o relatorio de rejeicoes
      *>------------------------------------------------------------------------
       processar-retorno section.

           perform validar-retorno

           if ws-retorno-valido-sim then
               perform aplicar-retorno
           else
               display "Retorno recusado: " ws-motivo-invalido
               display "Nenhum aluno foi atualizado"
           end-if

           .
       processar-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  1a passagem: header contra a remessa, detalhes contra o trailer e
      *>  trailer contra os totais da remessa enviada
      *>------------------------------------------------------------------------
       validar-retorno section.

           set ws-retorno-valido-sim                to true
           set ws-tem-trailer-nao                   to true
           move spaces                              to ws-motivo-invalido
           move zero                                to ws-qtd-lidos
           move zero                                to ws-soma-lida
           move zero                                to ws-qtd-lidos-aceitos
           move zero                                to ws-qtd-lidos-rejeitados

           open input arqRetorno
           evaluate ws-fs-arqRetorno
               when 00
                   set ws-retorno-aberto-sim        to true
               when 35
                   set ws-retorno-valido-nao        to true
                   move "arquivo retornocenso.txt nao encontrado"
                                                    to ws-motivo-invalido
               when other
                   move 6                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRetorno                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRetorno "      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-retorno-valido-sim then
               perform ler-retorno
               if ws-fs-arqRetorno = 10
               or fd-retorno-linha(1 : 1) <> "0" then
                   set ws-retorno-valido-nao        to true
                   move "header (tipo 0) ausente no retorno"
                                                    to ws-motivo-invalido
               else
                   move fd-retorno-linha            to ws-ret-header
                   perform conferir-header-retorno
               end-if
           end-if

           if ws-retorno-valido-sim then
               perform ler-retorno
               perform until ws-fs-arqRetorno <> 00
                          or ws-retorno-valido-nao
                          or ws-tem-trailer-sim

                   perform conferir-registro-retorno

                   if ws-tem-trailer-nao then
                       perform ler-retorno
                   end-if
               end-perform
           end-if

           if ws-retorno-valido-sim
           and ws-tem-trailer-nao then
               set ws-retorno-valido-nao            to true
               move "trailer (tipo 9) ausente no retorno"
                                                    to ws-motivo-invalido
           end-if

           if ws-retorno-valido-sim then
               evaluate true
                   when ws-rt-qtd-detalhes not numeric
                   or   ws-rt-soma-controle not numeric
                   or   ws-rt-qtd-aceitos not numeric
                   or   ws-rt-qtd-rejeitados not numeric
                       set ws-retorno-valido-nao    to true
                       move "trailer com totais nao numericos"
                                                    to ws-motivo-invalido
                   when ws-rt-qtd-detalhes   <> ws-qtd-lidos
                   or   ws-rt-soma-controle  <> ws-soma-lida
                   or   ws-rt-qtd-aceitos    <> ws-qtd-lidos-aceitos
                   or   ws-rt-qtd-rejeitados <> ws-qtd-lidos-rejeitados
                       set ws-retorno-valido-nao    to true
                       move "trailer nao confere com os detalhes do retorno"
                                                    to ws-motivo-invalido
                   when ws-rt-qtd-detalhes   <> fd-rm-qtd-detalhes
                   or   ws-rt-soma-controle  <> fd-rm-soma-controle
                       set ws-retorno-valido-nao    to true
                       move "totais do retorno diferem da remessa enviada"
                                                    to ws-motivo-invalido
                   when other
                       continue
               end-evaluate
           end-if

           if ws-retorno-aberto-sim then
               close arqRetorno
               if ws-fs-arqRetorno  <> 00 then
                   move 6                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRetorno                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqRetorno "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               set ws-retorno-aberto-nao            to true
           end-if

           .
       validar-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  o header deve apontar uma remessa enviada da mesma escola e ano
      *>------------------------------------------------------------------------
       conferir-header-retorno section.

           if ws-rh-seq-remessa not numeric
           or ws-rh-ano not numeric
           or ws-rh-seq-remessa = zero then
               set ws-retorno-valido-nao            to true
               move "header com sequencia ou ano invalido"
                                                    to ws-motivo-invalido
           else
               move ws-rh-seq-remessa               to ws-rm-seq
               move ws-rm-seq                       to fd-rm-seq
               read arqRemessas
               evaluate ws-fs-arqRemessas
                   when 00
                       move fd-rm-ano               to ws-rm-ano
                       evaluate true
                           when not fd-rm-enviada
                               perform editar-situacao-remessa
                               set ws-retorno-valido-nao    to true
                               string "remessa nao esta enviada - situacao: "
                                      ws-situacao-edit
                                   delimited by size
                                   into ws-motivo-invalido
                           when ws-rh-escola <> fd-rm-escola
                           or   ws-rh-ano    <> fd-rm-ano
                               set ws-retorno-valido-nao    to true
                               move "escola ou ano do retorno diferem da remessa"
                                                            to ws-motivo-invalido
                           when other
                               continue
                       end-evaluate
                   when 23
                       set ws-retorno-valido-nao    to true
                       move "remessa do retorno nao cadastrada"
                                                    to ws-motivo-invalido
                   when other
                       move 1                                     to ws-msn-erro-ofsset
                       move ws-fs-arqRemessas                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqRemessas "       to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       conferir-header-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  acumula um detalhe do retorno ou guarda o trailer
      *>------------------------------------------------------------------------
       conferir-registro-retorno section.

           evaluate fd-retorno-linha(1 : 1)
               when "1"
                   move fd-retorno-linha            to ws-ret-detalhe
                   if ws-rd-cod not numeric
                   or (not ws-rd-aceito and not ws-rd-rejeitado) then
                       set ws-retorno-valido-nao    to true
                       move "detalhe com codigo ou situacao invalida"
                                                    to ws-motivo-invalido
                   else
                       add 1                        to ws-qtd-lidos
                       add ws-rd-cod                to ws-soma-lida
                       if ws-rd-aceito then
                           add 1                    to ws-qtd-lidos-aceitos
                       else
                           add 1                    to ws-qtd-lidos-rejeitados
                       end-if
                   end-if

               when "9"
                   set ws-tem-trailer-sim           to true
                   move fd-retorno-linha            to ws-ret-trailer

               when other
                   set ws-retorno-valido-nao        to true
                   move "registro de tipo desconhecido no retorno"
                                                    to ws-motivo-invalido
           end-evaluate

           .
       conferir-registro-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le uma linha do arquivo de retorno
      *>------------------------------------------------------------------------
       ler-retorno section.

           read arqRetorno
           if ws-fs-arqRetorno  <> 00
           and ws-fs-arqRetorno  <> 10 then
               move 6                                     to ws-msn-erro-ofsset
               move ws-fs-arqRetorno                      to ws-msn-erro-cod
               move "Erro ao ler arq. arqRetorno "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       ler-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  2a passagem: grava INEP dos aceitos, motivo dos rejeitados e a
      *>  nova situacao da remessa
      *>------------------------------------------------------------------------
       aplicar-retorno section.

           open input arqRetorno
           if ws-fs-arqRetorno  <> 00 then
               move 6                                     to ws-msn-erro-ofsset
               move ws-fs-arqRetorno                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRetorno "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRejeicoes
           if ws-fs-arqRejeicoes  <> 00 then
               move 7                                     to ws-msn-erro-ofsset
               move ws-fs-arqRejeicoes                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRejeicoes "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces                              to ws-rejeicao-det
           string "REJEICOES DA SECRETARIA - REMESSA "  ws-rm-seq
                  "  ANO LETIVO "                       ws-rm-ano
                  "  ESCOLA "                           ws-rh-escola
                  delimited by size
               into ws-rejeicao-det
           perform gravar-linha-rejeicao

           move spaces                              to ws-rejeicao-det
           string "MATRICULA ALUNO                      TURMA  MOTIVO"
                  delimited by size
               into ws-rejeicao-det
           perform gravar-linha-rejeicao

           move all "-"                             to ws-rejeicao-det
           perform gravar-linha-rejeicao

           perform ler-retorno
           perform ler-retorno
           perform until ws-fs-arqRetorno <> 00
                      or fd-retorno-linha(1 : 1) = "9"

               move fd-retorno-linha                to ws-ret-detalhe
               perform aplicar-detalhe-retorno

               perform ler-retorno
           end-perform

           move all "-"                             to ws-rejeicao-det
           perform gravar-linha-rejeicao

           move spaces                              to ws-rejeicao-det
           string "Aceitos: "     ws-qtd-aceitos
                  "  Rejeitados: " ws-qtd-rejeitados
                  delimited by size
               into ws-rejeicao-det
           perform gravar-linha-rejeicao

           close arqRetorno
           if ws-fs-arqRetorno  <> 00 then
               move 6                                     to ws-msn-erro-ofsset
               move ws-fs-arqRetorno                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arqRetorno "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRejeicoes
           if ws-fs-arqRejeicoes  <> 00 then
               move 7                                     to ws-msn-erro-ofsset
               move ws-fs-arqRejeicoes                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqRejeicoes "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-rm-seq                           to fd-rm-seq
           read arqRemessas
           if ws-fs-arqRemessas  <> 00 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqRemessas                     to ws-msn-erro-cod
               move "Erro ao ler arq. arqRemessas "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-qtd-rejeitados > 0 then
               set fd-rm-com-pendencias             to true
           else
               set fd-rm-retornada                  to true
           end-if
           move ws-rm-data                          to fd-rm-data-retorno
           move ws-qtd-aceitos                      to fd-rm-qtd-aceitos
           move ws-qtd-rejeitados                   to fd-rm-qtd-rejeitados
           move ws-oper-usuario                     to fd-rm-operador

           rewrite fd-remessa-controle
           if ws-fs-arqRemessas  <> 00 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-arqRemessas                      to ws-msn-erro-cod
               move "Erro ao regravar arq. arqRemessas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform editar-situacao-remessa

           display "Retorno da remessa " ws-rm-seq " processado"
           display "Alunos aceitos          : " ws-qtd-aceitos
           display "Alunos rejeitados       : " ws-qtd-rejeitados
           display "Codigos INEP gravados   : " ws-qtd-inep-gravados
           if ws-qtd-nao-cadastrados > 0 then
               display "Alunos nao cadastrados  : " ws-qtd-nao-cadastrados
           end-if
           display "Situacao da remessa     : " ws-situacao-edit
           if ws-qtd-rejeitados > 0 then
               display "Rejeicoes gravadas em rejeicoescenso.txt"
           end-if

           .
       aplicar-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  atualiza o aluno do detalhe corrente em arqInep
      *>------------------------------------------------------------------------
       aplicar-detalhe-retorno section.

           move ws-rd-cod                           to fd-cod
           read arqAlunos
           evaluate ws-fs-arqAlunos
               when 00
                   move fd-aluno                    to ws-ra-aluno
                   move fd-turma                    to ws-ra-turma
               when 23
                   move "*** nao cadastrado ***"    to ws-ra-aluno
                   move spaces                      to ws-ra-turma
                   add 1                            to ws-qtd-nao-cadastrados
               when other
                   move 3                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunos "      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           move ws-rd-cod                           to fd-ie-cod
           read arqInep
           evaluate ws-fs-arqInep
               when 00
                   set ws-tem-inep-sim              to true
                   move fd-ie-inep                  to ws-inep-antigo
               when 23
                   set ws-tem-inep-nao              to true
                   move zero                        to ws-inep-antigo
                   move ws-rd-cod                   to fd-ie-cod
                   move zero                        to fd-ie-inep
               when other
                   move 2                                  to ws-msn-erro-ofsset
                   move ws-fs-arqInep                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqInep "        to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           move ws-rm-ano                           to fd-ie-ano
           move ws-rm-seq                           to fd-ie-seq-remessa
           move ws-rm-data                          to fd-ie-data

           if ws-rd-aceito then
               add 1                                to ws-qtd-aceitos
               set fd-ie-aceito                     to true
               if ws-rd-inep numeric
               and ws-rd-inep > zero then
                   move ws-rd-inep                  to fd-ie-inep
               end-if
               move spaces                          to fd-ie-motivo-cod
               move spaces                          to fd-ie-motivo-desc
           else
               add 1                                to ws-qtd-rejeitados
               set fd-ie-rejeitado                  to true
               move ws-rd-motivo-cod                to fd-ie-motivo-cod
               move ws-rd-motivo-desc               to fd-ie-motivo-desc
               perform imprimir-rejeicao
           end-if

           if ws-tem-inep-sim then
               rewrite fd-inep
           else
               write fd-inep
           end-if
           if ws-fs-arqInep  <> 00 then
               move 2                                     to ws-msn-erro-ofsset
               move ws-fs-arqInep                         to ws-msn-erro-cod
               move "Erro ao gravar arq. arqInep "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if fd-ie-inep <> ws-inep-antigo then
               add 1                                to ws-qtd-inep-gravados
               move "INEP"                          to ws-hist-campo
               move ws-inep-antigo                  to ws-hist-valor-antigo
               move fd-ie-inep                      to ws-hist-valor-novo
               perform gravar-historico
           end-if

           .
       aplicar-detalhe-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime o aluno rejeitado com o codigo e a descricao do motivo
      *>------------------------------------------------------------------------
       imprimir-rejeicao section.

           move spaces                              to ws-rejeicao-det
           string ws-rd-cod         "  "
                  ws-ra-aluno       "  "
                  ws-ra-turma       "    "
                  ws-rd-motivo-cod  " - "
                  ws-rd-motivo-desc
                  delimited by size
               into ws-rejeicao-det
           perform gravar-linha-rejeicao

           .
       imprimir-rejeicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava uma linha do relatorio de rejeicoes
      *>------------------------------------------------------------------------
       gravar-linha-rejeicao section.

           move ws-rejeicao-det                     to fd-rejeicao-linha
           write fd-rejeicao-linha
           if ws-fs-arqRejeicoes  <> 00 then
               move 7                                     to ws-msn-erro-ofsset
               move ws-fs-arqRejeicoes                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqRejeicoes "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-rejeicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava trilha de auditoria em arqAuditoria (chave cod+data+hora+seq)
      *>------------------------------------------------------------------------
       gravar-historico section.

           accept ws-hist-data    from date yyyymmdd
           accept ws-hist-hora    from time

           move ws-rd-cod                               to fd-au-cod
           move ws-hist-data                            to fd-au-data
           move ws-hist-hora                            to fd-au-hora
           move zero                                    to fd-au-seq
           move ws-hist-campo                           to fd-au-campo
           move ws-hist-valor-antigo                    to fd-au-valor-antigo
           move ws-hist-valor-novo                      to fd-au-valor-novo
           move ws-oper-usuario                         to fd-au-operador

           write fd-auditoria
           perform until ws-fs-arqAuditoria <> 22
                      or fd-au-seq = 99
               add 1                                    to fd-au-seq
               write fd-auditoria
           end-perform

           if ws-fs-arqAuditoria  <> 00 then
               move 4                                      to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                     to ws-msn-erro-cod
               move "Erro ao gravar arq. arqAuditoria "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lista todas as remessas com situacao e totais do retorno
      *>------------------------------------------------------------------------
       listar-remessas section.

           move 1                                   to fd-rm-seq
           start arqRemessas key is not less than fd-rm-seq
           if ws-fs-arqRemessas = 00 then

               display "SEQ.  ANO   TIPO         SITUACAO         ENVIADOS"
                       " ACEITOS REJEIT."

               read arqRemessas next
               perform until ws-fs-arqRemessas <> 00

                   perform editar-situacao-remessa
                   if fd-rm-complementar then
                       move "Complementar"          to ws-tipo-edit
                   else
                       move "Normal"                to ws-tipo-edit
                   end-if

                   display fd-rm-seq " " fd-rm-ano "  " ws-tipo-edit " "
                           ws-situacao-edit " " fd-rm-qtd-detalhes "   "
                           fd-rm-qtd-aceitos "  " fd-rm-qtd-rejeitados

                   read arqRemessas next
               end-perform

               if ws-fs-arqRemessas  <> 00
               and ws-fs-arqRemessas  <> 10 then
                   move 1                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRemessas                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRemessas "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               display "Nenhuma remessa registrada"
           end-if

           .
       listar-remessas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  descricao da situacao da remessa corrente
      *>------------------------------------------------------------------------
       editar-situacao-remessa section.

           evaluate true
               when fd-rm-gerada
                   move "Gerada"                    to ws-situacao-edit
               when fd-rm-enviada
                   move "Enviada"                   to ws-situacao-edit
               when fd-rm-retornada
                   move "Retornada"                 to ws-situacao-edit
               when other
                   move "Com pendencias"            to ws-situacao-edit
           end-evaluate

           .
       editar-situacao-remessa-exit.
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

           close arqRemessas
           if ws-fs-arqRemessas  <> 00 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqRemessas                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqRemessas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqInep
           if ws-fs-arqInep  <> 00 then
               move 2                                    to ws-msn-erro-ofsset
               move ws-fs-arqInep                        to ws-msn-erro-cod
               move "Erro ao fechar arq. arqInep "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               move 3                                  to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAlunos "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria
           if ws-fs-arqAuditoria  <> 00 then
               move 4                                    to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAuditoria "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
