           organization is line sequential
           file status is ws-fs-arqCheckpoint.

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

       i-o-control.

      *>Declaração de variáveis
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

       fd  arqCarga.
       01  fd-carga-linha                          pic x(150).
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

       fd  arqRejeitados.
       01  fd-rejeitado-linha                      pic x(200).
       fd  arqCheckpoint.
       01  fd-checkpoint.
           05  fd-chk-linha                        pic 9(06).
           05  fd-chk-cod                          pic 9(08).
           05  fd-chk-nome                         pic x(25).

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

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqParametros                     pic 9(02).
       77  ws-fs-arqRejeitados                     pic 9(02).
       77  ws-fs-arqCheckpoint                     pic 9(02).
       77  ws-fs-arqTurmas                         pic 9(02).
       77  ws-fs-arqEspera                         pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 ws-msn-erro-text                      pic x(42).

       01  ws-carga.
           05  ws-carga-cod                        pic 9(08).
           05  ws-carga-aluno                      pic x(25).
           05  ws-carga-endereco                   pic x(35).
           05  ws-carga-mae                        pic x(25).
           05  ws-carga-pai                        pic x(25).
           05  ws-carga-telefone                   pic x(15).
           05  ws-carga-turma                      pic x(03).

       01  ws-turma-carga.
           05  ws-ocupacao                         pic 9(03).
           05  ws-turma-existe                     pic x(01).
               88  ws-turma-existe-sim                  value "S".
               88  ws-turma-existe-nao                  value "N".
           05  ws-espera-existe                    pic x(01).
               88  ws-espera-existe-sim                 value "S".
               88  ws-espera-existe-nao                 value "N".
           05  ws-es-data                          pic 9(08).
           05  ws-es-hora                          pic 9(06).

       01  ws-checkpoint.
           05  ws-linha-atual                      pic 9(06) value zero.
           05  ws-linha-retomada                   pic 9(06) value zero.
           05  ws-chk-linha-ok                     pic 9(06) value zero.
           05  ws-chk-pend-cod                     pic 9(08) value zero.
           05  ws-chk-pend-nome                    pic x(25) value spaces.

       01  ws-motivo-rejeicao                      pic x(30).

       01  ws-parametros.
           05  ws-cod-atribuido                     pic 9(08).
           05  ws-limite-cod                        pic 9(08).
           05  ws-par-data.
               10  ws-par-data-aaaa                 pic 9(04).
               10  ws-par-data-mmdd                 pic 9(04).
           05  ws-qtd-aceitos                      pic 9(05) value zero.
           05  ws-qtd-rejeitados                   pic 9(05) value zero.
           05  ws-qtd-pulados                      pic 9(05) value zero.
           05  ws-qtd-espera                       pic 9(05) value zero.

      *>----Variaveis para comunicação entre programas
       linkage section.
               perform finaliza-anormal
           end-if

           open input arqTurmas
           if ws-fs-arqTurmas  <> 00 then
               move 7                                     to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTurmas "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqEspera
           if ws-fs-arqEspera  <> 00
           and ws-fs-arqEspera <> 05 then
               move 8                                     to ws-msn-erro-ofsset
               move ws-fs-arqEspera                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEspera "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-parametros

           perform ler-checkpoint
                        ws-carga-mae
                        ws-carga-pai
                        ws-carga-telefone
                        ws-carga-turma
               end-unstring

               inspect ws-carga-turma converting "abcdefghijklmnopqrstuvwxyz"
                                              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

               set ws-turma-existe-nao                 to true
               if ws-carga-aluno <> spaces
               and ws-carga-turma <> spaces then
                   perform validar-turma
               end-if

               evaluate true
                   when ws-carga-aluno = spaces
                       display "Rejeitado (nome em branco): " fd-carga-linha
                       move "nome em branco"                to ws-motivo-rejeicao
                       perform gravar-rejeitado

                   when ws-turma-existe-nao
                       display "Rejeitado (turma nao cadastrada): " fd-carga-linha
                       move "turma nao cadastrada"          to ws-motivo-rejeicao
                       perform gravar-rejeitado

                   when ws-ocupacao >= fd-tu-capacidade
                       perform verificar-espera-existente
                       if ws-espera-existe-sim then
                           display "Ja aguardando na lista de espera, linha ignorada: "
                                   fd-carga-linha
                       else
                           display "Turma lotada, lista de espera: " fd-carga-linha
                           perform gravar-espera
                       end-if

                   when other
                       perform obter-proximo-cod

      *>  grava a intencao (cod + nome) antes do aluno: se cair entre a
      *>  gravacao e o checkpoint final, a retomada reconhece a linha
      *>  como ja aceita e nao a duplica
                       compute ws-chk-linha-ok = ws-linha-atual - 1
                       move ws-cod-atribuido            to ws-chk-pend-cod
                       move ws-carga-aluno              to ws-chk-pend-nome
                       perform gravar-checkpoint

                       move ws-cod-atribuido       to fd-cod
                       move ws-carga-aluno         to fd-aluno
                       move ws-carga-endereco      to fd-endereco
                       move ws-carga-mae           to fd-mae
                       move ws-carga-pai           to fd-pai
                       move ws-carga-telefone      to fd-telefone
                       move zero                   to fd-nota-g
                       set fd-status-ativo         to true
                       move ws-carga-turma         to fd-turma
                       move zero                   to fd-cod-anterior

                       write fd-alunos
                       if ws-fs-arqAlunos  <> 00 then
                           move 1                                  to ws-msn-erro-ofsset
                           move ws-fs-arqAlunos                    to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqAlunos "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       perform atualizar-proximo-cod

                       add 1                                    to ws-qtd-aceitos
               end-evaluate

           .
       processar-linha-carga-exit.
                   accept ws-par-data     from date yyyymmdd

                   move "GERAL"                     to fd-par-chave
                   compute fd-par-proximo-cod = ws-par-data-aaaa * 10000 + 1
                   move ws-par-data-aaaa            to fd-par-ano-letivo
                   move 6,00                        to fd-par-media-corte
                   perform varying ws-ind-bim from 1 by 1
           exit.

      *>------------------------------------------------------------------------
      *>  obtem a proxima matricula livre do ano letivo a partir dos parametros
      *>------------------------------------------------------------------------
       obter-proximo-cod section.

           move fd-par-proximo-cod                  to ws-cod-atribuido
           if fd-par-proximo-ano <> fd-par-ano-letivo
           or fd-par-proximo-seq = 0 then
               compute ws-cod-atribuido = fd-par-ano-letivo * 10000 + 1
           end-if

           compute ws-limite-cod = fd-par-ano-letivo * 10000 + 9999

           move ws-cod-atribuido    to    fd-cod
           read arqAlunos
           perform until ws-fs-arqAlunos = 23
                      or ws-cod-atribuido > ws-limite-cod

               if ws-fs-arqAlunos  <> 00
               and ws-fs-arqAlunos  <> 23 then
               end-if

               add 1                                to ws-cod-atribuido

               move ws-cod-atribuido    to    fd-cod
               read arqAlunos
           end-perform

           if ws-cod-atribuido > ws-limite-cod then
               move 1                                    to ws-msn-erro-ofsset
               move 22                                   to ws-msn-erro-cod
               move "Sem matricula livre no ano letivo " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           exit.

      *>------------------------------------------------------------------------
      *>  atualiza a proxima matricula livre nos parametros
      *>------------------------------------------------------------------------
       atualizar-proximo-cod section.

           end-if

           compute fd-par-proximo-cod = ws-cod-atribuido + 1

           rewrite fd-parametros
           if ws-fs-arqParametros  <> 00 then
       atualizar-proximo-cod-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere a turma da linha no cadastro de turmas e conta os alunos
      *>  ativos ja matriculados nela
      *>------------------------------------------------------------------------
       validar-turma section.

           move zero                                to ws-ocupacao

           move ws-carga-turma                      to fd-tu-turma
           read arqTurmas
           evaluate ws-fs-arqTurmas
               when 00
                   set ws-turma-existe-sim          to true
               when 23
                   continue
               when other
                   move 7                                   to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurmas "       to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-turma-existe-sim then
               move ws-carga-turma                  to fd-turma
               start arqAlunos key is equal to fd-turma
               if ws-fs-arqAlunos = 00 then
                   read arqAlunos next
                   perform until ws-fs-arqAlunos <> 00
                              or fd-turma <> ws-carga-turma
                       if fd-status-ativo then
                           add 1                    to ws-ocupacao
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
           end-if

           .
       validar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procura o aluno da linha aguardando na lista de espera da turma: a
      *>  linha em andamento numa queda, ao ser reprocessada, nao duplica a
      *>  inscricao
      *>------------------------------------------------------------------------
       verificar-espera-existente section.

           set ws-espera-existe-nao                 to true

           move ws-carga-turma                      to fd-es-turma
           move zero                                to fd-es-data
           move zero                                to fd-es-hora
           move zero                                to fd-es-seq
           start arqEspera key is not less than fd-es-chave
           if ws-fs-arqEspera = 00 then

               read arqEspera next
               perform until ws-fs-arqEspera <> 00
                          or fd-es-turma <> ws-carga-turma
                          or ws-espera-existe-sim

                   if fd-es-aguardando
                   and fd-es-aluno = ws-carga-aluno then
                       set ws-espera-existe-sim     to true
                   end-if

                   read arqEspera next
               end-perform

               if ws-fs-arqEspera  <> 00
               and ws-fs-arqEspera  <> 10 then
                   move 8                                      to ws-msn-erro-ofsset
                   move ws-fs-arqEspera                        to ws-msn-erro-cod
                   move "Erro ao ler arq. arqEspera "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       verificar-espera-existente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclui o aluno da linha na lista de espera da turma lotada
      *>------------------------------------------------------------------------
       gravar-espera section.

           accept ws-es-data      from date yyyymmdd
           accept ws-es-hora      from time

           move ws-carga-turma                      to fd-es-turma
           move ws-es-data                          to fd-es-data
           move ws-es-hora                          to fd-es-hora
           move zero                                to fd-es-seq
           move zero                                to fd-es-cod
           move ws-carga-aluno                      to fd-es-aluno
           move ws-carga-endereco                   to fd-es-endereco
           move ws-carga-mae                        to fd-es-mae
           move ws-carga-pai                        to fd-es-pai
           move ws-carga-telefone                   to fd-es-telefone
           set fd-es-origem-carga                   to true
           set fd-es-aguardando                     to true
           move "CARGA"                             to fd-es-operador

           write fd-espera
           perform until ws-fs-arqEspera <> 22
                      or fd-es-seq = 99
               add 1                                to fd-es-seq
               write fd-espera
           end-perform

           if ws-fs-arqEspera  <> 00 then
               move 8                                      to ws-msn-erro-ofsset
               move ws-fs-arqEspera                        to ws-msn-erro-cod
               move "Erro ao gravar arq. arqEspera "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1                                    to ws-qtd-espera

           .
       gravar-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava a linha rejeitada no arquivo de rejeitados com o motivo ao lado
      *>------------------------------------------------------------------------
               perform finaliza-anormal
           end-if

           close arqTurmas
           if ws-fs-arqTurmas  <> 00 then
               move 7                                       to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTurmas "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqEspera
           if ws-fs-arqEspera  <> 00 then
               move 8                                       to ws-msn-erro-ofsset
               move ws-fs-arqEspera                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqEspera "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move zero                                to ws-chk-linha-ok
           move zero                                to ws-chk-pend-cod
           move spaces                              to ws-chk-pend-nome

           display "Total de alunos aceitos    : " ws-qtd-aceitos
           display "Total de alunos rejeitados : " ws-qtd-rejeitados
           display "Total em lista de espera   : " ws-qtd-espera
           display "Total de linhas retomadas  : " ws-qtd-pulados
           if ws-qtd-rejeitados > 0 then
               display "Linhas rejeitadas gravadas em arqCargaRej.txt"
