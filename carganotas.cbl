           record key is fd-op-usuario
           file status is ws-fs-arqOperadores.

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

           select arqCargaNotas assign to "arqCargaNotas.txt"
           organization is line sequential
           file status is ws-fs-arqCargaNotas.
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
       fd  arqAuditoria.
       01  fd-auditoria.
           05  fd-au-chave.
               10  fd-au-cod                       pic 9(08).
               10  fd-au-data                      pic 9(08).
               10  fd-au-hora                      pic 9(06).
               10  fd-au-seq                       pic 9(02).
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

       fd  arqOperadores.
       01  fd-operador.
               88  fd-op-perfil-lancamento              value "L".
               88  fd-op-perfil-supervisao              value "S".

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

       fd  arqCargaNotas.
       01  fd-carga-linha                          pic x(100).

       77  ws-fs-arqOperadores                     pic 9(02).
       77  ws-fs-arqCargaNotas                     pic 9(02).
       77  ws-fs-arqRejeitados                     pic 9(02).
       77  ws-fs-arqDisciplinas                    pic 9(02).
       77  ws-fs-arqMatriz                         pic 9(02).
       77  ws-fs-arqTurmas                         pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
       01  ws-carga.
           05  ws-carga-turma                      pic x(03).
           05  ws-carga-disciplina                 pic x(03).
           05  ws-carga-cod-txt                    pic x(08).
           05  ws-carga-cod-txt-r redefines ws-carga-cod-txt.
               10  ws-carga-cod                    pic 9(08).
           05  ws-carga-bimestre-txt               pic x(01).
           05  ws-carga-bimestre-txt-r redefines ws-carga-bimestre-txt.
               10  ws-carga-bimestre               pic 9(01).
               88  ws-nota-valida-nao                   value "N".

       01  ws-lancamento.
           05  ws-ind-disc                         pic 9(02).
           05  ws-nota-antiga                      pic 9(02)v99.
           05  ws-disc-achada                      pic x(01).
               88  ws-disc-achada-sim                   value "S".
               88  ws-disc-achada-nao                   value "N".

       01  ws-tab-disciplinas.
           05  ws-qtd-disciplinas                  pic 9(02) value zero.
           05  ws-disciplinas occurs 20.
               10  ws-disc-sigla                   pic x(03).
               10  ws-disc-nome                    pic x(15).
               10  ws-disc-carga                   pic 9(04).
               10  ws-disc-situacao                pic x(01).
                   88  ws-disc-ativa                    value "A".

       01  ws-historico.
           05  ws-hist-data                        pic 9(08).
       01  ws-contadores.
           05  ws-qtd-aceitos                      pic 9(05) value zero.
           05  ws-qtd-rejeitados                   pic 9(05) value zero.
           05  ws-tot-disciplina occurs 20         pic 9(05) value zero.

      *>----Variaveis para comunicação entre programas
       linkage section.
               perform finaliza-anormal
           end-if

           open input arqDisciplinas
           if ws-fs-arqDisciplinas  <> 00 then
               move 8                                      to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDisciplinas "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-disciplinas

           open input arqMatriz
           if ws-fs-arqMatriz  <> 00 then
               move 9                                       to ws-msn-erro-ofsset
               move ws-fs-arqMatriz                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMatriz "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTurmas
           if ws-fs-arqTurmas  <> 00 then
               move 10                                      to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTurmas "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-fechamentos

           perform identificar-operador
                   move "disciplina invalida"           to ws-motivo-rejeicao
                   perform gravar-rejeitado

               when not ws-disc-ativa(ws-ind-disc)
                   move "disciplina inativa"            to ws-motivo-rejeicao
                   perform gravar-rejeitado

               when ws-carga-cod-txt not numeric
                   move "codigo de aluno invalido"      to ws-motivo-rejeicao
                   perform gravar-rejeitado
           exit.

      *>------------------------------------------------------------------------
      *>  localiza a sigla da disciplina no catalogo carregado
      *>------------------------------------------------------------------------
       localizar-disciplina section.

           set ws-disc-achada-nao                   to true

           perform varying ws-ind-disc from 1 by 1
                       until ws-ind-disc > ws-qtd-disciplinas

               if ws-disc-sigla(ws-ind-disc) = ws-carga-disciplina then
                   set ws-disc-achada-sim           to true
                                                        to ws-motivo-rejeicao
                           perform gravar-rejeitado
                       else
                           perform verificar-matriz-carga
                       end-if
                   end-if

       validar-aluno-carga-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  a disciplina deve constar da matriz curricular da serie da turma
      *>------------------------------------------------------------------------
       verificar-matriz-carga section.

           move fd-turma                            to fd-tu-turma
           read arqTurmas
           evaluate ws-fs-arqTurmas
               when 00
                   move fd-tu-serie                 to fd-mz-serie
                   move ws-carga-disciplina         to fd-mz-disciplina
                   read arqMatriz
                   evaluate ws-fs-arqMatriz
                       when 00
                           perform lancar-nota-carga

                       when 23
                           move "disciplina fora da matriz da serie"
                                                        to ws-motivo-rejeicao
                           perform gravar-rejeitado

                       when other
                           move 9                                   to ws-msn-erro-ofsset
                           move ws-fs-arqMatriz                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqMatriz "       to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               when 23
                   move "turma sem cadastro - serie desconhecida"
                                                        to ws-motivo-rejeicao
                   perform gravar-rejeitado

               when other
                   move 10                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurmas "       to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       verificar-matriz-carga-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava/regrava a nota do bimestre em arqNotas e audita a mudanca
      *>------------------------------------------------------------------------
       exibir-total-disciplina-exit.
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
                   move 8                                   to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDisciplinas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carregar-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
               end-if
           end-if

           close arqDisciplinas
           if ws-fs-arqDisciplinas  <> 00 then
               move 8                                      to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDisciplinas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqMatriz
           if ws-fs-arqMatriz  <> 00 then
               move 9                                       to ws-msn-erro-ofsset
               move ws-fs-arqMatriz                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqMatriz "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqTurmas
           if ws-fs-arqTurmas  <> 00 then
               move 10                                      to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTurmas "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCargaNotas
           if ws-fs-arqCargaNotas  <> 00 then
               move 4                                     to ws-msn-erro-ofsset
           display "Totais por disciplina:"
           perform exibir-total-disciplina
               varying ws-ind-disc from 1 by 1
               until ws-ind-disc > ws-qtd-disciplinas

           Stop run
           .
