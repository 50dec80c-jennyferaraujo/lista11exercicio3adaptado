      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "ataconselho".
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

           select arqConselho assign to "arqConselho.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-co-chave
           alternate record key is fd-co-turma with duplicates
           file status is ws-fs-arqConselho.

           select arqParametros assign to "arqParametros.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-par-chave
           file status is ws-fs-arqParametros.

           select arqAta assign to "ataconselho.txt"
           organization is line sequential
           file status is ws-fs-arqAta.

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

       fd  arqAta.
       01  fd-ata-linha                            pic x(120).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAlunos                         pic 9(02).
       77  ws-fs-arqConselho                       pic 9(02).
       77  ws-fs-arqParametros                     pic 9(02).
       77  ws-fs-arqAta                            pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

       01  ws-filtro-ata.
           05  ws-ano-ata                          pic 9(04).
           05  ws-turma-filtro                     pic x(03).
           05  ws-data-corrente                    pic 9(08).
           05  ws-tem-arqConselho                  pic x(01).
               88  ws-tem-arqConselho-sim               value "S".
               88  ws-tem-arqConselho-nao               value "N".
           05  ws-fim-conselho                     pic x(01).
               88  ws-fim-conselho-sim                  value "S".
               88  ws-fim-conselho-nao                  value "N".

       01  ws-quebra-turma.
           05  ws-turma-atual                      pic x(03).
           05  ws-qtd-turma                        pic 9(03).
           05  ws-qtd-aprov-turma                  pic 9(03).
           05  ws-qtd-ret-turma                    pic 9(03).

       01  ws-ata-aluno.
           05  ws-nome-aluno                       pic x(25).
           05  ws-decisao-edit                     pic x(08).
           05  ws-data-edit.
               10  ws-data-dia                     pic 9(02).
               10  filler                          pic x(01) value "/".
               10  ws-data-mes                     pic 9(02).
               10  filler                          pic x(01) value "/".
               10  ws-data-ano                     pic 9(04).

       01  ws-ata-det                              pic x(120).

       01  ws-contadores.
           05  ws-qtd-deliberacoes                 pic 9(05) value zero.
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

           display "Ano letivo (0 para o ano corrente): "
           accept ws-ano-ata

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

           open input arqConselho
           evaluate ws-fs-arqConselho
               when 00
                   set ws-tem-arqConselho-sim           to true
               when 35
                   set ws-tem-arqConselho-nao           to true
               when other
                   move 2                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqConselho "      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           accept ws-data-corrente                  from date yyyymmdd

           if ws-ano-ata = zero then
               move ws-data-corrente(1 : 4)         to ws-ano-ata

               open input arqParametros
               evaluate ws-fs-arqParametros
                   when 00
                       move "GERAL"                     to fd-par-chave
                       read arqParametros
                       evaluate ws-fs-arqParametros
                           when 00
                               if fd-par-ano-letivo > 0 then
                                   move fd-par-ano-letivo   to ws-ano-ata
                               end-if
                           when 23
                               continue
                           when other
                               move 3                                    to ws-msn-erro-ofsset
                               move ws-fs-arqParametros                  to ws-msn-erro-cod
                               move "Erro ao ler arq. arqParametros "    to ws-msn-erro-text
                               perform finaliza-anormal
                       end-evaluate

                       close arqParametros
                       if ws-fs-arqParametros  <> 00 then
                           move 3                                      to ws-msn-erro-ofsset
                           move ws-fs-arqParametros                    to ws-msn-erro-cod
                           move "Erro ao fechar arq. arqParametros "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                   when 35
                       continue

                   when other
                       move 3                                     to ws-msn-erro-ofsset
                       move ws-fs-arqParametros                   to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqParametros "   to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           open output arqAta
           if ws-fs-arqAta  <> 00 then
               move 4                                  to ws-msn-erro-ofsset
               move ws-fs-arqAta                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAta "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces                              to ws-ata-det
           string "ATA DO CONSELHO DE CLASSE - ANO LETIVO " ws-ano-ata
               delimited by size
               into ws-ata-det
           move ws-ata-det                          to fd-ata-linha
           write fd-ata-linha

           move all "="                             to fd-ata-linha
           write fd-ata-linha

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           set ws-fim-conselho-sim                  to true
           move spaces                              to ws-turma-atual

           if ws-tem-arqConselho-sim then
               move ws-turma-filtro                 to fd-co-turma
               start arqConselho key is not less than fd-co-turma
               evaluate ws-fs-arqConselho
                   when 00
                       set ws-fim-conselho-nao      to true
                   when 23
                       continue
                   when other
                       move 2                                     to ws-msn-erro-ofsset
                       move ws-fs-arqConselho                     to ws-msn-erro-cod
                       move "Erro ao posicionar arq. arqConselho" to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           perform imprimir-deliberacao
               until ws-fim-conselho-sim

           if ws-turma-atual <> spaces then
               perform fechar-turma
           end-if

           if ws-qtd-deliberacoes = zero then
               move "Nenhuma deliberacao do conselho de classe registrada."
                                                    to fd-ata-linha
               write fd-ata-linha
           end-if

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le uma deliberacao e imprime na ata da turma
      *>------------------------------------------------------------------------
       imprimir-deliberacao section.

           read arqConselho next
           if ws-fs-arqConselho  <> 00
           and ws-fs-arqConselho  <> 10 then
               move 2                                  to ws-msn-erro-ofsset
               move ws-fs-arqConselho                  to ws-msn-erro-cod
               move "Erro ao ler arq. arqConselho "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           evaluate true
               when ws-fs-arqConselho = 10
                   set ws-fim-conselho-sim          to true
               when ws-turma-filtro <> spaces
               and  fd-co-turma <> ws-turma-filtro
                   set ws-fim-conselho-sim          to true
               when fd-co-ano <> ws-ano-ata
                   continue
               when other
                   perform imprimir-linha-ata
           end-evaluate

           .
       imprimir-deliberacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime a deliberacao corrente, com quebra por turma
      *>------------------------------------------------------------------------
       imprimir-linha-ata section.

           if fd-co-turma <> ws-turma-atual then
               if ws-turma-atual <> spaces then
                   perform fechar-turma
               end-if
               perform abrir-turma
           end-if

           move fd-co-cod                           to fd-cod
           read arqAlunos
           evaluate ws-fs-arqAlunos
               when 00
                   move fd-aluno                    to ws-nome-aluno
               when 23
                   move "(aluno nao cadastrado)"    to ws-nome-aluno
               when other
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunos "      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if fd-co-aprovar then
               move "Aprovado"                      to ws-decisao-edit
               add 1                                to ws-qtd-aprov-turma
           else
               move "Retido"                        to ws-decisao-edit
               add 1                                to ws-qtd-ret-turma
           end-if

           add 1                                    to ws-qtd-turma
           add 1                                    to ws-qtd-deliberacoes

           move fd-co-data(7 : 2)                   to ws-data-dia
           move fd-co-data(5 : 2)                   to ws-data-mes
           move fd-co-data(1 : 4)                   to ws-data-ano

           move spaces                              to ws-ata-det
           string "Matricula: "     fd-co-cod
                  "  Aluno: "       ws-nome-aluno
                  "  Decisao: "     ws-decisao-edit
                  "  Supervisor: "  fd-co-supervisor
                  "  Data: "        ws-data-edit
                  delimited by size
               into ws-ata-det
           move ws-ata-det                          to fd-ata-linha
           write fd-ata-linha

           move spaces                              to ws-ata-det
           string "    Justificativa: " fd-co-justificativa
                  delimited by size
               into ws-ata-det
           move ws-ata-det                          to fd-ata-linha
           write fd-ata-linha

           .
       imprimir-linha-ata-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  cabecalho da ata de uma turma
      *>------------------------------------------------------------------------
       abrir-turma section.

           move fd-co-turma                         to ws-turma-atual
           move zero                                to ws-qtd-turma
           move zero                                to ws-qtd-aprov-turma
           move zero                                to ws-qtd-ret-turma
           add 1                                    to ws-qtd-turmas

           move spaces                              to fd-ata-linha
           write fd-ata-linha

           move spaces                              to ws-ata-det
           string "Turma: "   ws-turma-atual
                  "  -  Ano letivo: "   ws-ano-ata
                  delimited by size
               into ws-ata-det
           move ws-ata-det                          to fd-ata-linha
           write fd-ata-linha

           move all "-"                             to fd-ata-linha
           write fd-ata-linha

           .
       abrir-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  totais e assinatura da ata de uma turma
      *>------------------------------------------------------------------------
       fechar-turma section.

           move all "-"                             to fd-ata-linha
           write fd-ata-linha

           move spaces                              to ws-ata-det
           string "Deliberacoes da turma: "  ws-qtd-turma
                  "  Aprovados: "            ws-qtd-aprov-turma
                  "  Retidos: "              ws-qtd-ret-turma
                  delimited by size
               into ws-ata-det
           move ws-ata-det                          to fd-ata-linha
           write fd-ata-linha

           move spaces                              to fd-ata-linha
           write fd-ata-linha

           move "Assinatura do supervisor: ______________________________"
                                                    to fd-ata-linha
           write fd-ata-linha

           .
       fechar-turma-exit.
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

           move all "="                             to fd-ata-linha
           write fd-ata-linha

           move spaces                              to ws-ata-det
           string "Total de turmas: "        ws-qtd-turmas
                  "  Total de deliberacoes: " ws-qtd-deliberacoes
               delimited by size
               into ws-ata-det
           move ws-ata-det                          to fd-ata-linha
           write fd-ata-linha

           close arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAlunos "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-tem-arqConselho-sim then
               close arqConselho
               if ws-fs-arqConselho  <> 00 then
                   move 2                                       to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqConselho "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqAta
           if ws-fs-arqAta  <> 00 then
               move 4                                  to ws-msn-erro-ofsset
               move ws-fs-arqAta                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAta "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Ata gerada em ataconselho.txt"
           display "Total de deliberacoes: " ws-qtd-deliberacoes

           Stop run
           .
       finaliza-exit.
           exit.
