           record key is fd-fq-chave
           file status is ws-fs-arqFrequencia.

           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-di-sigla
           file status is ws-fs-arqDisciplinas.

           select arqMatriz assign to "arqMatriz.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mz-chave
           file status is ws-fs-arqMatriz.

           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tu-turma
           file status is ws-fs-arqTurmas.

           select arqDiario assign to "diarioclasse.txt"
           organization is line sequential
           file status is ws-fs-arqDiario.
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

       fd  arqDisciplinas.
       01  fd-disciplinas.
           05  fd-di-sigla                         pic x(03).
           05  fd-di-nome                          pic x(15).
           05  fd-di-carga-horaria                 pic 9(04).
           05  fd-di-situacao                      pic x(01).
               88  fd-di-ativa                          value "A".
               88  fd-di-inativa                        value "I".

       fd  arqMatriz.
       01  fd-matriz.
           05  fd-mz-chave.
               10  fd-mz-serie                     pic 9(02).
               10  fd-mz-disciplina                pic x(03).

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

       fd  arqDiario.
       01  fd-diario-linha                         pic x(160).

       77  ws-fs-arqNotas                          pic 9(02).
       77  ws-fs-arqFrequencia                     pic 9(02).
       77  ws-fs-arqDiario                         pic 9(02).
       77  ws-fs-arqDisciplinas                    pic 9(02).
       77  ws-fs-arqMatriz                         pic 9(02).
       77  ws-fs-arqTurmas                         pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
       01  ws-selecao.
           05  ws-turma-busca                      pic x(03).
           05  ws-anomes-busca                     pic 9(06).
           05  ws-serie-turma                      pic 9(02).
           05  ws-tem-serie                        pic x(01).
               88  ws-tem-serie-sim                     value "S".
               88  ws-tem-serie-nao                     value "N".

       01  ws-flags-arquivos.
           05  ws-tem-arqNotas                     pic x(01).
           05  ws-pct-freq                         pic 9(03)v99.

       01  ws-apuracao-disc.
           05  ws-ind-disc                         pic 9(02).
           05  ws-media-disc occurs 12             pic 9(02)v99.
           05  ws-tem-nota-disc occurs 12          pic x(01).

      *>----disciplinas da grade: ativas e da matriz da serie da turma
       01  ws-tab-disciplinas.
           05  ws-qtd-disciplinas                  pic 9(02) value zero.
           05  ws-disciplinas occurs 12.
               10  ws-disc-sigla                   pic x(03).
               10  ws-disc-nome                    pic x(15).

       01  ws-linha-grade.
           05  ws-gr-cod                           pic 9(08).
           05  filler                              pic x(01) value space.
           05  ws-gr-aluno                         pic x(25).
           05  filler                              pic x(01) value space.
           05  filler                              pic x(02) value space.
           05  ws-gr-freq                          pic zz9,99.
           05  filler                              pic x(01) value "%".
           05  ws-gr-notas occurs 12.
               10  filler                          pic x(02) value space.
               10  ws-gr-nota                      pic x(06).

       01  ws-cab-grade.
           05  filler                              pic x(09) value "MATRICULA".
           05  filler                              pic x(26) value "ALUNO".
           05  filler                              pic x(04) value "AUL".
           05  filler                              pic x(04) value "FAL".
           05  filler                              pic x(10) value "FREQ.ANO".
           05  ws-cab-discs occurs 12.
               10  filler                          pic x(02) value space.
               10  ws-cab-sigla                    pic x(06).

           05  ws-tt-aulas-mes                     pic 9(05) value zero.
           05  ws-tt-faltas-mes                    pic 9(05) value zero.
           05  ws-tt-soma-freq                     pic 9(07)v99 value zero.
           05  ws-tt-soma-disc occurs 12           pic 9(07)v99 value zero.
           05  ws-tt-qtd-disc occurs 12            pic 9(05) value zero.
           05  ws-tt-media-turma                   pic 9(03)v99.

       01  ws-edicoes.
       01  ws-contadores.
           05  ws-qtd-alunos                       pic 9(05) value zero.

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

           open input arqDisciplinas
           if ws-fs-arqDisciplinas  <> 00 then
               move 5                                       to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDisciplinas "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqMatriz
           if ws-fs-arqMatriz  <> 00 then
               move 6                                       to ws-msn-erro-ofsset
               move ws-fs-arqMatriz                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMatriz "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTurmas
           if ws-fs-arqTurmas  <> 00 then
               move 7                                       to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTurmas "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-disciplinas

           open output arqDiario
           if ws-fs-arqDiario  <> 00 then
               move 4                                  to ws-msn-erro-ofsset

           move spaces                               to ws-diario-det
           string "DIARIO DE CLASSE - Turma: "   ws-turma-busca
                  "  Serie: "                    ws-serie-turma
                  "  Competencia: "              ws-anomes-busca
                  delimited by size
               into ws-diario-det
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega as disciplinas da grade: ativas e da matriz da serie da turma
      *>  (turma sem cadastro: todas as disciplinas ativas)
      *>------------------------------------------------------------------------
       carregar-disciplinas section.

           move zero                                to ws-qtd-disciplinas
           move zero                                to ws-serie-turma
           set ws-tem-serie-nao                     to true

           move ws-turma-busca                      to fd-tu-turma
           read arqTurmas
           evaluate ws-fs-arqTurmas
               when 00
                   set ws-tem-serie-sim             to true
                   move fd-tu-serie                 to ws-serie-turma
               when 23
                   display "Turma sem cadastro - grade com todas as"
                           " disciplinas ativas"
               when other
                   move 7                                   to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurmas "       to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           move spaces                              to fd-di-sigla
           start arqDisciplinas key is not less than fd-di-sigla
           if ws-fs-arqDisciplinas = 00 then
               read arqDisciplinas next
               perform until ws-fs-arqDisciplinas <> 00
                          or ws-qtd-disciplinas >= 12

                   if fd-di-ativa then
                       perform incluir-disciplina-grade
                   end-if

                   read arqDisciplinas next
               end-perform

               if ws-fs-arqDisciplinas  <> 00
               and ws-fs-arqDisciplinas <> 10 then
                   move 5                                    to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDisciplinas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carregar-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclui a disciplina corrente na grade se constar da matriz da serie
      *>------------------------------------------------------------------------
       incluir-disciplina-grade section.

           if ws-tem-serie-sim then
               move ws-serie-turma                  to fd-mz-serie
               move fd-di-sigla                     to fd-mz-disciplina
               read arqMatriz
               evaluate ws-fs-arqMatriz
                   when 00
                       add 1                        to ws-qtd-disciplinas
                       move fd-di-sigla      to ws-disc-sigla(ws-qtd-disciplinas)
                       move fd-di-nome       to ws-disc-nome(ws-qtd-disciplinas)
                   when 23
                       continue
                   when other
                       move 6                                   to ws-msn-erro-ofsset
                       move ws-fs-arqMatriz                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqMatriz "       to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           else
               add 1                                to ws-qtd-disciplinas
               move fd-di-sigla              to ws-disc-sigla(ws-qtd-disciplinas)
               move fd-di-nome               to ws-disc-nome(ws-qtd-disciplinas)
           end-if

           .
       incluir-disciplina-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  monta e grava a linha de cabecalho da grade (siglas das disciplinas)
      *>------------------------------------------------------------------------
       montar-cabecalho-grade section.

           perform varying ws-ind-disc from 1 by 1
                       until ws-ind-disc > ws-qtd-disciplinas
               move ws-disc-sigla(ws-ind-disc)      to ws-cab-sigla(ws-ind-disc)
           end-perform

           move ws-pct-freq                         to ws-gr-freq

           perform varying ws-ind-disc from 1 by 1
                       until ws-ind-disc > ws-qtd-disciplinas
               if ws-tem-nota-disc(ws-ind-disc) = "S" then
                   move ws-media-disc(ws-ind-disc)  to ws-nota-grade-edit
                   move ws-nota-grade-edit          to ws-gr-nota(ws-ind-disc)
       apurar-disciplinas-aluno section.

           perform varying ws-ind-disc from 1 by 1
                       until ws-ind-disc > ws-qtd-disciplinas
               move zero                            to ws-media-disc(ws-ind-disc)
               move "N"                             to ws-tem-nota-disc(ws-ind-disc)
           end-perform
           if ws-tem-arqNotas-sim then
               perform apurar-uma-disciplina
                   varying ws-ind-disc from 1 by 1
                   until ws-ind-disc > ws-qtd-disciplinas
           end-if

           .
           evaluate ws-fs-arqNotas
               when 00
                   move "S"                         to ws-tem-nota-disc(ws-ind-disc)
                   move fd-nt-nota-g                to ws-av-nota-g
                   perform calcular-media-disciplina
                   move ws-av-media                 to ws-media-disc(ws-ind-disc)

                   add ws-media-disc(ws-ind-disc)   to ws-tt-soma-disc(ws-ind-disc)
                   add 1                            to ws-tt-qtd-disc(ws-ind-disc)
       imprimir-total-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  media de uma disciplina (notas em ws-av-nota-g) pela rotina de regras
      *>  de avaliacao
      *>------------------------------------------------------------------------
       calcular-media-disciplina section.

           move "M"                                 to ws-av-funcao
           move ws-anomes-busca(1 : 4)              to ws-av-ano-letivo

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

           move all "-"                             to fd-diario-linha
           write fd-diario-linha


               perform imprimir-total-disciplina
                   varying ws-ind-disc from 1 by 1
                   until ws-ind-disc > ws-qtd-disciplinas
           end-if

           close arqAlunos
               end-if
           end-if

           close arqDisciplinas
           if ws-fs-arqDisciplinas  <> 00 then
               move 5                                       to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDisciplinas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqMatriz
           if ws-fs-arqMatriz  <> 00 then
               move 6                                       to ws-msn-erro-ofsset
               move ws-fs-arqMatriz                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqMatriz "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqTurmas
           if ws-fs-arqTurmas  <> 00 then
               move 7                                       to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTurmas "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqDiario
           if ws-fs-arqDiario  <> 00 then
               move 4                                  to ws-msn-erro-ofsset
