      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "listaespera".
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

           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tu-turma
           file status is ws-fs-arqTurmas.

           select arqEspera assign to "arqEspera.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-es-chave
           file status is ws-fs-arqEspera.

           select arqLista assign to "listaespera.txt"
           organization is line sequential
           file status is ws-fs-arqLista.

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

       fd  arqEspera.
       01  fd-espera.
           05  fd-es-chave.
               10  fd-es-turma                     pic x(03).
               10  fd-es-data                      pic 9(08).
               10  fd-es-hora                      pic 9(06).
               10  fd-es-seq                       pic 9(02).
           05  fd-es-cod                           pic 9(08).
           05  fd-es-aluno                         pic x(25).
           05  fd-es-endereco                      pic x(35).
           05  fd-es-mae                           pic x(25).
           05  fd-es-pai                           pic x(25).
           05  fd-es-telefone                      pic x(15).
           05  fd-es-origem                        pic x(01).
               88  fd-es-origem-cadastro                value "C".
               88  fd-es-origem-transferencia           value "T".
               88  fd-es-origem-carga                   value "L".
           05  fd-es-situacao                      pic x(01).
               88  fd-es-aguardando                     value "A".
               88  fd-es-atendido                       value "M".
               88  fd-es-cancelado                      value "C".
           05  fd-es-operador                      pic x(08).

       fd  arqLista.
       01  fd-lista-linha                          pic x(120).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAlunos                         pic 9(02).
       77  ws-fs-arqTurmas                         pic 9(02).
       77  ws-fs-arqEspera                         pic 9(02).
       77  ws-fs-arqLista                          pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

       01  ws-filtro-lista.
           05  ws-turma-filtro                     pic x(03).
           05  ws-tem-arqEspera                    pic x(01).
               88  ws-tem-arqEspera-sim                 value "S".
               88  ws-tem-arqEspera-nao                 value "N".
           05  ws-fim-espera                       pic x(01).
               88  ws-fim-espera-sim                    value "S".
               88  ws-fim-espera-nao                    value "N".

       01  ws-quebra-turma.
           05  ws-turma-atual                      pic x(03).
           05  ws-posicao                          pic 9(03).
           05  ws-ocupacao                         pic 9(03).
           05  ws-capacidade                       pic 9(03).
           05  ws-vagas                            pic 9(03).
           05  ws-turno-edit                       pic x(08).

       01  ws-espera-det.
           05  ws-origem-edit                      pic x(13).
           05  ws-data-edit.
               10  ws-data-dia                     pic 9(02).
               10  filler                          pic x(01) value "/".
               10  ws-data-mes                     pic 9(02).
               10  filler                          pic x(01) value "/".
               10  ws-data-ano                     pic 9(04).

       01  ws-lista-det                            pic x(120).

       01  ws-contadores.
           05  ws-qtd-aguardando                   pic 9(05) value zero.
           05  ws-qtd-turmas                       pic 9(03) value zero.

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

           display "Turma (em branco para todas): "
           accept ws-turma-filtro

           inspect ws-turma-filtro converting "abcdefghijklmnopqrstuvwxyz"
                                           to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           open input arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               move 1                                to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunos "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTurmas
           if ws-fs-arqTurmas  <> 00 then
               move 2                                to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTurmas "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqEspera
           evaluate ws-fs-arqEspera
               when 00
                   set ws-tem-arqEspera-sim             to true
               when 35
                   set ws-tem-arqEspera-nao             to true
               when other
                   move 3                                      to ws-msn-erro-ofsset
                   move ws-fs-arqEspera                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqEspera "        to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           open output arqLista
           if ws-fs-arqLista  <> 00 then
               move 4                                  to ws-msn-erro-ofsset
               move ws-fs-arqLista                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqLista "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "LISTA DE ESPERA POR TURMA"         to fd-lista-linha
           write fd-lista-linha

           move all "="                             to fd-lista-linha
           write fd-lista-linha

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           set ws-fim-espera-sim                    to true
           move spaces                              to ws-turma-atual

           if ws-tem-arqEspera-sim then
               move ws-turma-filtro                 to fd-es-turma
               move zero                            to fd-es-data
               move zero                            to fd-es-hora
               move zero                            to fd-es-seq
               start arqEspera key is not less than fd-es-chave
               evaluate ws-fs-arqEspera
                   when 00
                       set ws-fim-espera-nao        to true
                   when 23
                       continue
                   when other
                       move 3                                     to ws-msn-erro-ofsset
                       move ws-fs-arqEspera                       to ws-msn-erro-cod
                       move "Erro ao posicionar arq. arqEspera "  to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           perform listar-espera
               until ws-fim-espera-sim

           if ws-qtd-aguardando = zero then
               move "Nenhum aluno aguardando vaga."  to fd-lista-linha
               write fd-lista-linha
           end-if

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le um registro da lista de espera
      *>------------------------------------------------------------------------
       listar-espera section.

           read arqEspera next
           if ws-fs-arqEspera  <> 00
           and ws-fs-arqEspera  <> 10 then
               move 3                                  to ws-msn-erro-ofsset
               move ws-fs-arqEspera                    to ws-msn-erro-cod
               move "Erro ao ler arq. arqEspera "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           evaluate true
               when ws-fs-arqEspera = 10
                   set ws-fim-espera-sim            to true
               when ws-turma-filtro <> spaces
               and  fd-es-turma <> ws-turma-filtro
                   set ws-fim-espera-sim            to true
               when not fd-es-aguardando
                   continue
               when other
                   perform imprimir-linha-espera
           end-evaluate

           .
       listar-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime o aluno aguardando, com quebra por turma
      *>------------------------------------------------------------------------
       imprimir-linha-espera section.

           if fd-es-turma <> ws-turma-atual then
               perform abrir-turma
           end-if

           add 1                                    to ws-posicao
           add 1                                    to ws-qtd-aguardando

           evaluate true
               when fd-es-origem-transferencia
                   move "Transferencia"             to ws-origem-edit
               when fd-es-origem-carga
                   move "Carga em lote"             to ws-origem-edit
               when other
                   move "Matricula"                 to ws-origem-edit
           end-evaluate

           move fd-es-data(7 : 2)                   to ws-data-dia
           move fd-es-data(5 : 2)                   to ws-data-mes
           move fd-es-data(1 : 4)                   to ws-data-ano

           move spaces                              to ws-lista-det
           string ws-posicao   "  "
                  ws-data-edit "  "
                  ws-origem-edit
                  "  Matricula: "    fd-es-cod
                  "  Aluno: "        fd-es-aluno
                  delimited by size
               into ws-lista-det
           move ws-lista-det                        to fd-lista-linha
           write fd-lista-linha

           move spaces                              to ws-lista-det
           string "     Responsavel: "  fd-es-mae
                  "  Tel.: "            fd-es-telefone
                  delimited by size
               into ws-lista-det
           move ws-lista-det                        to fd-lista-linha
           write fd-lista-linha

           .
       imprimir-linha-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  cabecalho da turma: dados do cadastro, ocupacao e vagas
      *>------------------------------------------------------------------------
       abrir-turma section.

           move fd-es-turma                         to ws-turma-atual
           move zero                                to ws-posicao
           add 1                                    to ws-qtd-turmas

           move zero                                to ws-capacidade
           move spaces                              to ws-turno-edit
           move ws-turma-atual                      to fd-tu-turma
           read arqTurmas
           evaluate ws-fs-arqTurmas
               when 00
                   move fd-tu-capacidade            to ws-capacidade
                   evaluate true
                       when fd-tu-turno-manha
                           move "Manha"             to ws-turno-edit
                       when fd-tu-turno-tarde
                           move "Tarde"             to ws-turno-edit
                       when fd-tu-turno-noite
                           move "Noite"             to ws-turno-edit
                       when other
                           move "Integral"          to ws-turno-edit
                   end-evaluate
               when 23
                   move "(excluida)"                to ws-turno-edit
               when other
                   move 2                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurmas "      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           perform contar-ocupacao

           if ws-ocupacao < ws-capacidade then
               compute ws-vagas = ws-capacidade - ws-ocupacao
           else
               move zero                            to ws-vagas
           end-if

           move spaces                              to fd-lista-linha
           write fd-lista-linha

           move spaces                              to ws-lista-det
           string "Turma: "          ws-turma-atual
                  "  Turno: "        ws-turno-edit
                  "  Capacidade: "   ws-capacidade
                  "  Ocupacao: "     ws-ocupacao
                  "  Vagas: "        ws-vagas
                  delimited by size
               into ws-lista-det
           move ws-lista-det                        to fd-lista-linha
           write fd-lista-linha

           move all "-"                             to fd-lista-linha
           write fd-lista-linha

           .
       abrir-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os alunos ativos da turma corrente (chave alternativa)
      *>------------------------------------------------------------------------
       contar-ocupacao section.

           move zero                                to ws-ocupacao

           move ws-turma-atual                      to fd-turma
           start arqAlunos key is equal to fd-turma
           if ws-fs-arqAlunos = 00 then
               read arqAlunos next
               perform until ws-fs-arqAlunos <> 00
                          or fd-turma <> ws-turma-atual
                   if fd-status-ativo then
                       add 1                        to ws-ocupacao
                   end-if
                   read arqAlunos next
               end-perform

               if ws-fs-arqAlunos  <> 00
               and ws-fs-arqAlunos  <> 10 then
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunos "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       contar-ocupacao-exit.
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

           move all "="                             to fd-lista-linha
           write fd-lista-linha

           move spaces                              to ws-lista-det
           string "Turmas com espera: "       ws-qtd-turmas
                  "  Alunos aguardando: "     ws-qtd-aguardando
               delimited by size
               into ws-lista-det
           move ws-lista-det                        to fd-lista-linha
           write fd-lista-linha

           close arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAlunos "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqTurmas
           if ws-fs-arqTurmas  <> 00 then
               move 2                                  to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTurmas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-tem-arqEspera-sim then
               close arqEspera
               if ws-fs-arqEspera  <> 00 then
                   move 3                                   to ws-msn-erro-ofsset
                   move ws-fs-arqEspera                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqEspera "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqLista
           if ws-fs-arqLista  <> 00 then
               move 4                                  to ws-msn-erro-ofsset
               move ws-fs-arqLista                     to ws-msn-erro-cod
               move "Erro ao fechar arq. arqLista "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Lista gerada em listaespera.txt"
           display "Alunos aguardando vaga: " ws-qtd-aguardando

           Stop run
           .
       finaliza-exit.
           exit.
