           record key is fd-op-usuario
           file status is ws-fs-arqOperadores.

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

           select arqRegras assign to "arqRegras.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-rg-ano
           file status is ws-fs-arqRegras.

           select arqAlertas assign to "arqAlertas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ab-chave
           file status is ws-fs-arqAlertas.

           select arqHistAnual assign to "arqHistAnual.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ha-chave
           file status is ws-fs-arqHistAnual.

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

       fd  arqAuditoria.
       01  fd-auditoria.
           05  fd-au-chave.
               10  fd-au-cod                       pic 9(08).
               10  fd-au-data                      pic 9(08).
               10  fd-au-hora                      pic 9(06).
               10  fd-au-seq                       pic 9(02).
       fd  arqTransferencias.
       01  fd-transferencia.
           05  fd-tr-chave.
               10  fd-tr-cod                       pic 9(08).
               10  fd-tr-data                      pic 9(08).
               10  fd-tr-hora                      pic 9(06).
               10  fd-tr-seq                       pic 9(02).
               88  fd-op-perfil-lancamento              value "L".
               88  fd-op-perfil-supervisao              value "S".

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

       fd  arqRegras.
       01  fd-regras.
           05  fd-rg-ano                           pic 9(04).
           05  fd-rg-pesos.
               10  fd-rg-peso occurs 4             pic 9(01).
           05  fd-rg-segmentos.
               10  fd-rg-segmento occurs 3.
                   15  fd-rg-serie-ini             pic 9(02).
                   15  fd-rg-serie-fim             pic 9(02).
                   15  fd-rg-nota-minima           pic 9(02)v99.
                   15  fd-rg-freq-minima           pic 9(03)v99.
           05  fd-rg-operador                      pic x(08).
           05  fd-rg-data                          pic 9(08).

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

      *>  imagem do aluno arquivada na virada de cada ano letivo
       fd  arqHistAnual.
       01  fd-hist-anual.
           05  fd-ha-chave.
               10  fd-ha-ano                       pic 9(04).
               10  fd-ha-cod                       pic 9(08).
           05  fd-ha-alunos                        pic x(156).
           05  fd-ha-alunos-r redefines fd-ha-alunos.
               10  filler                          pic x(150).
               10  fd-ha-turma                     pic x(03).
               10  filler                          pic x(03).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAuditoria                      pic 9(02).
       77  ws-fs-arqTransferencias                 pic 9(02).
       77  ws-fs-arqOperadores                     pic 9(02).
       77  ws-fs-arqDependencias                   pic 9(02).
       77  ws-fs-arqConselho                       pic 9(02).
       77  ws-fs-arqTurmas                         pic 9(02).
       77  ws-fs-arqEspera                         pic 9(02).
       77  ws-fs-arqDisciplinas                    pic 9(02).
       77  ws-fs-arqMatriz                         pic 9(02).
       77  ws-fs-arqRegras                         pic 9(02).
       77  ws-fs-arqAlertas                        pic 9(02).
       77  ws-fs-arqHistAnual                      pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 ws-msn-erro-text                      pic x(42).

       01  ws-alunos.
           05  ws-cod                              pic 9(08).
           05  ws-aluno                            pic x(25).
           05  ws-endereco                         pic x(35).
           05  ws-mae                              pic x(25).
               88  ws-status-ativo                      value "A".
               88  ws-status-inativo                    value "I".
           05  ws-turma                            pic x(03).
           05  ws-cod-anterior                     pic 9(03).

       01  ws-geral.
           05  ws-sair                             pic x(01).
           05  ws-menu                             pic x(01).
           05  ws-ind-nota                         pic 9(01).
           05  ws-ind-disc                         pic 9(02).

       01  ws-tab-disciplinas.
           05  ws-qtd-disciplinas                  pic 9(02) value zero.
           05  ws-disciplinas occurs 20.
               10  ws-disc-sigla                   pic x(03).
               10  ws-disc-nome                    pic x(15).
               10  ws-disc-carga                   pic 9(04).
               10  ws-disc-situacao                pic x(01).
                   88  ws-disc-ativa                    value "A".

      *>----catalogo inicial gravado na primeira execucao
       01  ws-tab-disc-padrao.
           05  filler                              pic x(22) value "PORPortugues      0200".
           05  filler                              pic x(22) value "MATMatematica     0200".
           05  filler                              pic x(22) value "CIECiencias       0120".
           05  filler                              pic x(22) value "HISHistoria       0080".
           05  filler                              pic x(22) value "GEOGeografia      0080".
       01  ws-tab-disc-padrao-r redefines ws-tab-disc-padrao.
           05  ws-disc-padrao occurs 5.
               10  ws-dpad-sigla                   pic x(03).
               10  ws-dpad-nome                    pic x(15).
               10  ws-dpad-carga                   pic 9(04).

       01  ws-busca-nome.
           05  ws-texto-busca                      pic x(25).

       01  ws-parametros.
           05  ws-media-corte                       pic 9(02)v99.
           05  ws-max-dependencias                  pic 9(01).
           05  ws-max-dependencias-ant              pic 9(01).
           05  ws-ano-letivo                        pic 9(04).
           05  ws-limite-cod                        pic 9(08).
           05  ws-par-data.
               10  ws-par-data-aaaa                 pic 9(04).
               10  ws-par-data-mmdd                 pic 9(04).

       01  ws-turma-busca                           pic x(03).

       01  ws-dependencia.
           05  ws-dp-ano                            pic 9(04).
           05  ws-dp-disciplina                     pic x(03).
           05  ws-dp-nota                           pic 9(02)v99.
           05  ws-dp-nota-ant                       pic 9(02)v99.
           05  ws-dp-qtd                            pic 9(02).
           05  ws-dp-nota-edit                      pic z9,99.
           05  ws-dp-media-edit                     pic z9,99.

       01  ws-conselho.
           05  ws-co-ano                            pic 9(04).
           05  ws-co-turma                          pic x(03).
           05  ws-co-decisao                        pic x(01).
               88  ws-co-aprovar                        value "A" "a".
               88  ws-co-reter                          value "R" "r".
               88  ws-co-excluir                        value "E" "e".
           05  ws-co-justificativa                  pic x(60).
           05  ws-co-existe                         pic x(01).
               88  ws-co-existe-sim                     value "S".
               88  ws-co-existe-nao                     value "N".
           05  ws-tem-arqHistAnual                  pic x(01).
               88  ws-tem-arqHistAnual-sim              value "S".
               88  ws-tem-arqHistAnual-nao              value "N".

       01  ws-alerta-cad.
           05  ws-ab-anomes                         pic 9(06).
           05  ws-ab-situacao                       pic x(01).
               88  ws-ab-situacao-valida                value "C" "V" "T" "E".
           05  ws-ab-observacao                     pic x(40).
           05  ws-ab-qtd                            pic 9(03).
           05  ws-ab-situacao-edit                  pic x(24).
           05  ws-ab-tipo-edit                      pic x(22).
           05  ws-ab-pct-edit                       pic zz9,99.

       01  ws-turma-cad.
           05  ws-tu-turma                          pic x(03).
           05  ws-tu-serie                          pic 9(02).
           05  ws-tu-turno                          pic x(01).
               88  ws-tu-turno-valido                   value "M" "T" "N" "I".
           05  ws-tu-sala                           pic x(04).
           05  ws-tu-capacidade                     pic 9(03).
           05  ws-tu-ano-letivo                     pic 9(04).
           05  ws-tu-turma-destino                  pic x(03).
           05  ws-tu-ocupacao                       pic 9(03).
           05  ws-tu-resumo                         pic x(35).
           05  ws-tu-existe                         pic x(01).
               88  ws-tu-existe-sim                     value "S".
               88  ws-tu-existe-nao                     value "N".
           05  ws-tu-destino-ok                     pic x(01).
               88  ws-tu-destino-ok-sim                 value "S".
               88  ws-tu-destino-ok-nao                 value "N".
           05  ws-tu-confirma                       pic x(01).
               88  ws-tu-confirma-sim                   value "S" "s".

       01  ws-disciplina-cad.
           05  ws-di-sigla                          pic x(03).
           05  ws-di-nome                           pic x(15).
           05  ws-di-carga                          pic 9(04).
           05  ws-di-situacao                       pic x(01).
               88  ws-di-situacao-valida                value "A" "I".
           05  ws-di-resumo                         pic x(35).
           05  ws-di-ind                            pic 9(02).
           05  ws-di-existe                         pic x(01).
               88  ws-di-existe-sim                     value "S".
               88  ws-di-existe-nao                     value "N".
           05  ws-mz-serie                          pic 9(02).
           05  ws-mz-qtd                            pic 9(02).
           05  ws-mz-serie-ok                       pic x(01).
               88  ws-mz-serie-ok-sim                   value "S".
               88  ws-mz-serie-ok-nao                   value "N".
           05  ws-mz-na-matriz                      pic x(01).
               88  ws-mz-na-matriz-sim                  value "S".
               88  ws-mz-na-matriz-nao                  value "N".

       01  ws-regras-cad.
           05  ws-rg-ano                            pic 9(04).
           05  ws-rg-ind                            pic 9(01).
           05  ws-rg-resumo                         pic x(35).
           05  ws-rg-nota-edit                      pic z9,99.
           05  ws-rg-freq-edit                      pic zz9,99.
           05  ws-rg-existe                         pic x(01).
               88  ws-rg-existe-sim                     value "S".
               88  ws-rg-existe-nao                     value "N".
           05  ws-rg-valida                         pic x(01).
               88  ws-rg-valida-sim                     value "S".
               88  ws-rg-valida-nao                     value "N".
           05  ws-rg-confirma                       pic x(01).
               88  ws-rg-confirma-sim                   value "S" "s".
           05  ws-rg-anterior.
               10  ws-rg-pesos-ant                  pic x(04).
               10  ws-rg-segmentos-ant.
                   15  ws-rg-segmento-ant occurs 3.
                       20  ws-rg-ant-serie-ini      pic 9(02).
                       20  ws-rg-ant-serie-fim      pic 9(02).
                       20  ws-rg-ant-nota-minima    pic 9(02)v99.
                       20  ws-rg-ant-freq-minima    pic 9(03)v99.
           05  ws-rg-novo.
               10  ws-rg-pesos-nov                  pic x(04).
               10  ws-rg-segmentos-nov.
                   15  ws-rg-segmento-nov occurs 3  pic x(13).

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

       01  ws-espera.
           05  ws-es-origem                         pic x(01).
           05  ws-es-achou                          pic x(01).
               88  ws-es-achou-sim                      value "S".
               88  ws-es-achou-nao                      value "N".

       01  ws-transferencia.
           05  ws-tr-turma-destino                  pic x(03).
           05  ws-tr-motivo                         pic x(35).
           05  ws-rank-qtd                          pic 9(03) value zero.
           05  ws-rank-linha occurs 200
                              indexed by ws-rank-idx.
               10  ws-rank-cod                      pic 9(08).
               10  ws-rank-aluno                    pic x(25).
               10  ws-rank-media                    pic 9(02)v99.

       01  ws-rank-aux.
           05  ws-rank-aux-cod                      pic 9(08).
           05  ws-rank-aux-aluno                    pic x(25).
           05  ws-rank-aux-media                    pic 9(02)v99.

               perform finaliza-anormal
           end-if

           open i-o arqDependencias
           if ws-fs-arqDependencias  <> 00
           and ws-fs-arqDependencias <> 05 then
               move 9                                       to ws-msn-erro-ofsset
               move ws-fs-arqDependencias                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDependencias "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqConselho
           if ws-fs-arqConselho  <> 00
           and ws-fs-arqConselho <> 05 then
               move 10                                      to ws-msn-erro-ofsset
               move ws-fs-arqConselho                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqConselho "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqTurmas
           if ws-fs-arqTurmas  <> 00
           and ws-fs-arqTurmas <> 05 then
               move 11                                      to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTurmas "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqEspera
           if ws-fs-arqEspera  <> 00
           and ws-fs-arqEspera <> 05 then
               move 12                                      to ws-msn-erro-ofsset
               move ws-fs-arqEspera                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEspera "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqDisciplinas
           if ws-fs-arqDisciplinas  <> 00
           and ws-fs-arqDisciplinas <> 05 then
               move 13                                      to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDisciplinas "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqMatriz
           if ws-fs-arqMatriz  <> 00
           and ws-fs-arqMatriz <> 05 then
               move 14                                      to ws-msn-erro-ofsset
               move ws-fs-arqMatriz                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMatriz "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqRegras
           if ws-fs-arqRegras  <> 00
           and ws-fs-arqRegras <> 05 then
               move 15                                      to ws-msn-erro-ofsset
               move ws-fs-arqRegras                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRegras "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqAlertas
           if ws-fs-arqAlertas  <> 00
           and ws-fs-arqAlertas <> 05 then
               move 16                                      to ws-msn-erro-ofsset
               move ws-fs-arqAlertas                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlertas "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqHistAnual
           evaluate ws-fs-arqHistAnual
               when 00
                   set ws-tem-arqHistAnual-sim          to true
               when 35
                   set ws-tem-arqHistAnual-nao          to true
               when other
                   move 17                                      to ws-msn-erro-ofsset
                   move ws-fs-arqHistAnual                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistAnual "      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           perform carregar-parametros

           perform garantir-operador-padrao

           perform garantir-disciplinas-padrao

           perform carregar-disciplinas

           perform identificar-operador

           .
       garantir-operador-padrao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  cria o catalogo de disciplinas e a matriz padrao na primeira execucao
      *>------------------------------------------------------------------------
       garantir-disciplinas-padrao section.

           move spaces                              to fd-di-sigla
           start arqDisciplinas key is not less than fd-di-sigla
           evaluate ws-fs-arqDisciplinas
               when 00
                   continue

               when 23
               when 10
                   perform varying ws-ind-disc from 1 by 1
                               until ws-ind-disc > 5
                       move ws-dpad-sigla(ws-ind-disc)   to fd-di-sigla
                       move ws-dpad-nome(ws-ind-disc)    to fd-di-nome
                       move ws-dpad-carga(ws-ind-disc)   to fd-di-carga-horaria
                       set fd-di-ativa                   to true

                       write fd-disciplinas
                       if ws-fs-arqDisciplinas  <> 00 then
                           move 13                                      to ws-msn-erro-ofsset
                           move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqDisciplinas "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       perform varying ws-mz-serie from 1 by 1
                                   until ws-mz-serie > 9
                           move ws-mz-serie                  to fd-mz-serie
                           move ws-dpad-sigla(ws-ind-disc)   to fd-mz-disciplina
                           write fd-matriz
                           if ws-fs-arqMatriz  <> 00
                           and ws-fs-arqMatriz <> 22 then
                               move 14                                  to ws-msn-erro-ofsset
                               move ws-fs-arqMatriz                     to ws-msn-erro-cod
                               move "Erro ao gravar arq. arqMatriz "    to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-perform
                   end-perform

                   display "Catalogo de disciplinas padrao criado"
                           " (series 1 a 9)"

               when other
                   move 13                                   to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDisciplinas "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       garantir-disciplinas-padrao-exit.
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

               if ws-fs-arqDisciplinas = 00 then
                   display "Catalogo com mais de 20 disciplinas -"
                           " apenas as 20 primeiras foram carregadas"
               end-if
           end-if

           .
       carregar-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  identificacao obrigatoria do operador na entrada do programa
      *>------------------------------------------------------------------------
                   accept ws-par-data     from date yyyymmdd

                   move "GERAL"                     to fd-par-chave
                   compute fd-par-proximo-cod = ws-par-data-aaaa * 10000 + 1
                   move ws-par-data-aaaa            to fd-par-ano-letivo
                   move 6,00                        to fd-par-media-corte
                   move 2                           to fd-par-max-dependencias
                   perform varying ws-ind-nota from 1 by 1
                               until ws-ind-nota > 4
                       move zero                    to fd-par-fecha-data(ws-ind-nota)
           end-evaluate

           move fd-par-media-corte                  to ws-media-corte
           move fd-par-max-dependencias             to ws-max-dependencias
           move fd-par-ano-letivo                   to ws-ano-letivo
           move fd-par-fechamentos                  to ws-fech-bims

           .
           exit.

      *>------------------------------------------------------------------------
      *>  obtem a proxima matricula livre do ano letivo a partir dos parametros
      *>------------------------------------------------------------------------
       obter-proximo-cod section.

           move fd-par-proximo-cod                  to ws-cod
           if fd-par-proximo-ano <> fd-par-ano-letivo
           or fd-par-proximo-seq = 0 then
               compute ws-cod = fd-par-ano-letivo * 10000 + 1
           end-if

           compute ws-limite-cod = fd-par-ano-letivo * 10000 + 9999

           move ws-cod    to    fd-cod
           read arqAlunos
           perform until ws-fs-arqAlunos = 23
                      or ws-cod > ws-limite-cod

               if ws-fs-arqAlunos  <> 00
               and ws-fs-arqAlunos  <> 23 then
               end-if

               add 1                                to ws-cod

               move ws-cod    to    fd-cod
               read arqAlunos
           end-perform

           if ws-cod > ws-limite-cod then
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

           compute fd-par-proximo-cod = ws-cod + 1

           rewrite fd-parametros
           if ws-fs-arqParametros  <> 00 then
               display "'T' - Transferencia de Turma"
               display "'M' - Movimentacoes de Turma"
               display "'F' - Fechamento de Bimestre"
               display "'D' - Notas de Dependencia"
               display "'B' - Busca Ativa (acompanhamento)"
               if ws-perfil-supervisao then
                   display "'O' - Cadastro de Operadores"
                   display "'P' - Parametros de Progressao Parcial"
                   display "'C' - Conselho de Classe"
                   display "'U' - Cadastro de Turmas"
                   display "'G' - Disciplinas e Matriz Curricular"
                   display "'R' - Regras de Avaliacao"
               end-if
               accept ws-menu

                           perform cadastrar-operador
                       end-if

                   when = "D"
                   when = "d"
                       if ws-perfil-consulta then
                           perform negar-acesso
                       else
                           perform lancar-nota-dependencia
                       end-if

                   when = "B"
                   when = "b"
                       if ws-perfil-consulta then
                           perform negar-acesso
                       else
                           perform acompanhar-busca-ativa
                       end-if

                   when = "P"
                   when = "p"
                       if not ws-perfil-supervisao then
                           perform negar-acesso
                       else
                           perform alterar-parametros-progressao
                       end-if

                   when = "C"
                   when = "c"
                       if not ws-perfil-supervisao then
                           perform negar-acesso
                       else
                           perform registrar-conselho
                       end-if

                   when = "U"
                   when = "u"
                       if not ws-perfil-supervisao then
                           perform negar-acesso
                       else
                           perform manter-turmas
                       end-if

                   when = "G"
                   when = "g"
                       if not ws-perfil-supervisao then
                           perform negar-acesso
                       else
                           perform manter-disciplinas
                       end-if

                   when = "R"
                   when = "r"
                       if not ws-perfil-supervisao then
                           perform negar-acesso
                       else
                           perform alterar-regras-avaliacao
                       end-if

                   when other
                       display "Opcao Invalida!"

      *>------------------------------------------------------------------------
       cadastrar-aluno section.

           display "Informe a Turma: "
           accept ws-turma
           inspect ws-turma converting "abcdefghijklmnopqrstuvwxyz"
                                    to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           move ws-turma                            to ws-tu-turma
           perform validar-turma

           if ws-tu-existe-nao then
               display "Turma " ws-turma " nao cadastrada - cadastro recusado"
           else
               display "Informe o Nome do Aluno: "
               accept ws-aluno
               display "Informe o Endereco do Aluno: "
               accept ws-endereco
               display "Informe o Nome da Mae: "
               accept ws-mae
               display "Informe o Nome do Pai: "
               accept ws-pai
               display "Informe o Telefone: "
               accept ws-telefone

               set ws-status-ativo                  to true

               move zero                            to ws-nota-g
               move zero                            to ws-cod-anterior

               perform contar-ocupacao-turma

               if ws-tu-ocupacao >= fd-tu-capacidade then
                   move zero                        to ws-cod
                   move "C"                         to ws-es-origem
                   perform gravar-espera
                   display "Turma " ws-turma " lotada (" fd-tu-capacidade
                           " vagas) - aluno incluido na lista de espera"
               else
                   perform obter-proximo-cod

                   write fd-alunos   from   ws-alunos
                   if ws-fs-arqAlunos  <> 00 then
                       move 1                                  to ws-msn-erro-ofsset
                       move ws-fs-arqAlunos                    to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqAlunos "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   perform atualizar-proximo-cod

                   display "Matricula atribuida ao aluno: " ws-cod
               end-if
           end-if

           .
       cadastrar-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
       cadastrar-notas-gerais section.

           display "Matricula do Aluno: "
           accept ws-cod

           move 1                       to    ws-ind-nota
           read arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               if ws-fs-arqAlunos = 23 then
                   display "Matricula Inexistente!"
               else
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                    to ws-msn-erro-cod
      *>------------------------------------------------------------------------
       cadastrar-notas-disciplina section.

           display "Matricula do Aluno: "
           accept ws-cod

           move ws-cod     to    fd-cod
           read arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               if ws-fs-arqAlunos = 23 then
                   display "Matricula Inexistente!"
               else
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                    to ws-msn-erro-cod
                   perform finaliza-anormal
               end-if
           else
               perform obter-serie-aluno

               if ws-mz-serie-ok-nao then
                   display "Turma " fd-turma " sem cadastro -"
                           " serie do aluno desconhecida"
               else
                   display "Disciplinas da serie " ws-mz-serie ":"
                   move zero                        to ws-mz-qtd
                   perform exibir-opcao-disciplina
                       varying ws-ind-disc from 1 by 1
                       until ws-ind-disc > ws-qtd-disciplinas

                   if ws-mz-qtd = 0 then
                       display "Serie sem disciplinas na matriz curricular"
                   else
                       accept ws-ind-disc

                       if ws-ind-disc < 1
                       or ws-ind-disc > ws-qtd-disciplinas then
                           display "Disciplina Invalida"
                       else
                           perform verificar-disciplina-matriz
                           evaluate true
                               when not ws-disc-ativa(ws-ind-disc)
                                   display "Disciplina inativa"
                               when ws-mz-na-matriz-nao
                                   display "Disciplina fora da matriz"
                                           " curricular da serie " ws-mz-serie
                               when other
                                   perform lancar-notas-disciplina
                           end-evaluate
                       end-if
                   end-if
               end-if
           end-if

       cadastrar-notas-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  obtem a serie do aluno em fd-alunos pela turma cadastrada
      *>------------------------------------------------------------------------
       obter-serie-aluno section.

           set ws-mz-serie-ok-nao                   to true
           move zero                                to ws-mz-serie

           move fd-turma                            to fd-tu-turma
           read arqTurmas
           evaluate ws-fs-arqTurmas
               when 00
                   set ws-mz-serie-ok-sim           to true
                   move fd-tu-serie                 to ws-mz-serie
               when 23
                   continue
               when other
                   move 11                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurmas "       to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       obter-serie-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  mostra a disciplina ws-ind-disc se ativa e na matriz da serie
      *>------------------------------------------------------------------------
       exibir-opcao-disciplina section.

           if ws-disc-ativa(ws-ind-disc) then
               perform verificar-disciplina-matriz
               if ws-mz-na-matriz-sim then
                   add 1                            to ws-mz-qtd
                   display "'" ws-ind-disc "' - " ws-disc-nome(ws-ind-disc)
               end-if
           end-if

           .
       exibir-opcao-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  verifica se a disciplina ws-ind-disc pertence a matriz da serie
      *>------------------------------------------------------------------------
       verificar-disciplina-matriz section.

           set ws-mz-na-matriz-nao                  to true

           move ws-mz-serie                         to fd-mz-serie
           move ws-disc-sigla(ws-ind-disc)          to fd-mz-disciplina
           read arqMatriz
           evaluate ws-fs-arqMatriz
               when 00
                   set ws-mz-na-matriz-sim          to true
               when 23
                   continue
               when other
                   move 14                                  to ws-msn-erro-ofsset
                   move ws-fs-arqMatriz                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqMatriz "       to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       verificar-disciplina-matriz-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava as 4 notas bimestrais da disciplina escolhida em arqNotas
      *>------------------------------------------------------------------------
      *>-----------------------------------------------------------------------
       consulta-indexada section.

           display "Informe a Matricula do Aluno: "
           accept ws-cod

           move ws-cod         to    fd-cod
           read arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               if ws-fs-arqAlunos = 23 then
                   display "Matricula Inexistente!"
               else
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                    to ws-msn-erro-cod
           if not ws-status-inativo then
               set ws-achou-sim                 to true

               display "Matricula: " ws-cod "  Aluno: " ws-aluno
                       "  Tel: " ws-telefone
           end-if

               move fd-cod          to ws-rank-cod(ws-rank-qtd)
               move fd-aluno        to ws-rank-aluno(ws-rank-qtd)

               move "M"                                 to ws-av-funcao
               perform calcular-avaliacao-aluno
               move ws-av-media     to ws-rank-media(ws-rank-qtd)

           end-if

      *>-----------------------------------------------------------------------
       listar-posicao-ranking section.

           display ws-rank-i "o lugar - Matricula: " ws-rank-cod(ws-rank-i)
                   "  Aluno: " ws-rank-aluno(ws-rank-i)
                   "  Media: " ws-rank-media(ws-rank-i)

      *>-----------------------------------------------------------------------
       alterar-cadastro section.

           display "Informe a Matricula do Aluno"
           accept ws-cod

           move ws-cod    to   fd-cod
           read arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               if ws-fs-arqAlunos = 23 then
                   display "Matricula Inexistente!"
               else
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                    to ws-msn-erro-cod
      *>  deletar cadastro
      *>-----------------------------------------------------------------------
       deletar-cadastro section.
           display "Informe a Matricula do Aluno: "
           accept ws-cod

           move ws-cod         to    fd-cod
           read arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               if ws-fs-arqAlunos = 23 then
                   display "Matricula Inexistente!"
               else
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                    to ws-msn-erro-cod
      *>  reativar cadastro
      *>-----------------------------------------------------------------------
       reativar-cadastro section.
           display "Informe a Matricula do Aluno: "
           accept ws-cod

           move ws-cod         to    fd-cod
           read arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               if ws-fs-arqAlunos = 23 then
                   display "Matricula Inexistente!"
               else
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                    to ws-msn-erro-cod
      *>------------------------------------------------------------------------
       registrar-faltas section.

           display "Matricula do Aluno: "
           accept ws-cod

           move ws-cod     to    fd-cod
           read arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               if ws-fs-arqAlunos = 23 then
                   display "Matricula Inexistente!"
               else
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                    to ws-msn-erro-cod
      *>------------------------------------------------------------------------
       registrar-recuperacao section.

           display "Matricula do Aluno: "
           accept ws-cod

           move ws-cod     to    fd-cod
           read arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               if ws-fs-arqAlunos = 23 then
                   display "Matricula Inexistente!"
               else
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                    to ws-msn-erro-cod
                   perform finaliza-anormal
               end-if
           else
               move "S"                                 to ws-av-funcao
               perform calcular-avaliacao-aluno
               move ws-av-media                         to ws-rc-media-anual

               if ws-rc-media-anual < ws-av-nota-minima
               or ws-rc-media-anual >= ws-media-corte then
                   move ws-av-nota-minima               to ws-rg-nota-edit
                   display "Aluno fora da faixa de exame"
                           " (media anual de " ws-rg-nota-edit
                           " ate a media de corte): "
                           ws-rc-media-anual
               else
                   display "Nota do Exame Final: "
           exit.

      *>------------------------------------------------------------------------
      *>  lancamento da nota de dependencia (progressao parcial) do aluno
      *>------------------------------------------------------------------------
       lancar-nota-dependencia section.

           display "Matricula do Aluno: "
           accept ws-cod

           move ws-cod     to    fd-cod
           read arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               if ws-fs-arqAlunos = 23 then
                   display "Matricula Inexistente!"
               else
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunos "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               display "Aluno: " fd-aluno
               perform listar-dependencias-aluno

               if ws-dp-qtd = 0 then
                   display "Aluno sem dependencias registradas"
               else
                   display "Ano letivo da dependencia: "
                   accept ws-dp-ano
                   display "Sigla da disciplina: "
                   accept ws-dp-disciplina
                   inspect ws-dp-disciplina converting
                       "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

                   move ws-cod                          to fd-dp-cod
                   move ws-dp-ano                       to fd-dp-ano
                   move ws-dp-disciplina                to fd-dp-disciplina
                   read arqDependencias
                   if ws-fs-arqDependencias  <> 00 then
                       if ws-fs-arqDependencias = 23 then
                           display "Dependencia inexistente para o aluno"
                       else
                           move 9                                      to ws-msn-erro-ofsset
                           move ws-fs-arqDependencias                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDependencias "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   else
                       display "Nota da Dependencia: "
                       accept ws-dp-nota

                       perform until ws-dp-nota <= 10,00
                           display "Nota fora da faixa (0,00 a 10,00). Informe novamente: "
                           accept ws-dp-nota
                       end-perform

                       perform gravar-nota-dependencia
                   end-if
               end-if
           end-if

           .
       lancar-nota-dependencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lista as dependencias registradas para o aluno (ws-cod)
      *>------------------------------------------------------------------------
       listar-dependencias-aluno section.

           move zero                                to ws-dp-qtd

           move ws-cod                              to fd-dp-cod
           move zero                                to fd-dp-ano
           move low-values                          to fd-dp-disciplina
           start arqDependencias key is not less than fd-dp-chave
           if ws-fs-arqDependencias  = 00 then
               read arqDependencias next
               perform until ws-fs-arqDependencias <> 00
                          or fd-dp-cod <> ws-cod
                   add 1                            to ws-dp-qtd
                   perform exibir-dependencia
                   read arqDependencias next
               end-perform

               if ws-fs-arqDependencias  <> 00
               and ws-fs-arqDependencias  <> 10 then
                   move 9                                      to ws-msn-erro-ofsset
                   move ws-fs-arqDependencias                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDependencias "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       listar-dependencias-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exibe uma dependencia posicionada em arqDependencias
      *>------------------------------------------------------------------------
       exibir-dependencia section.

           move fd-dp-media-origem                  to ws-dp-media-edit
           move fd-dp-nota                          to ws-dp-nota-edit

           if fd-dp-concluida then
               display "Ano: " fd-dp-ano "  Disc.: " fd-dp-disciplina
                       "  Media orig.: " ws-dp-media-edit
                       "  Nota: " ws-dp-nota-edit
                       "  Concluida em " fd-dp-data-conclusao
           else
               display "Ano: " fd-dp-ano "  Disc.: " fd-dp-disciplina
                       "  Media orig.: " ws-dp-media-edit
                       "  Nota: " ws-dp-nota-edit
                       "  Em aberto"
           end-if

           .
       exibir-dependencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  regrava a dependencia com a nota lancada, conclui se atingir a
      *>  media de corte e audita a mudanca
      *>------------------------------------------------------------------------
       gravar-nota-dependencia section.

           move fd-dp-nota                          to ws-dp-nota-ant

           move ws-dp-nota                          to fd-dp-nota
           if ws-dp-nota >= ws-media-corte then
               set fd-dp-concluida                  to true
               accept fd-dp-data-conclusao          from date yyyymmdd
           else
               set fd-dp-aberta                     to true
               move zero                            to fd-dp-data-conclusao
           end-if

           rewrite fd-dependencia
           if ws-fs-arqDependencias  <> 00 then
               move 9                                         to ws-msn-erro-ofsset
               move ws-fs-arqDependencias                     to ws-msn-erro-cod
               move "Erro ao regravar arq. arqDependencias "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if fd-dp-concluida then
               display "Dependencia concluida"
           else
               display "Nota abaixo da media de corte - dependencia segue em aberto"
           end-if

           if ws-dp-nota-ant  <>  ws-dp-nota then
               move spaces                          to ws-hist-campo
               string "DEP-" ws-dp-disciplina "-" ws-dp-ano   delimited by size
                   into ws-hist-campo
               move ws-dp-nota-ant                  to ws-hist-nota-edit
               move ws-hist-nota-edit               to ws-hist-valor-antigo
               move ws-dp-nota                      to ws-hist-nota-edit
               move ws-hist-nota-edit               to ws-hist-valor-novo
               perform gravar-historico
           end-if

           .
       gravar-nota-dependencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  altera o limite de disciplinas em dependencia (somente supervisao)
      *>------------------------------------------------------------------------
       alterar-parametros-progressao section.

           display "Limite atual de disciplinas em dependencia: " ws-max-dependencias
           display "Novo limite (0 desativa a progressao parcial): "
           accept ws-max-dependencias

           move "GERAL"                             to fd-par-chave
           read arqParametros
           if ws-fs-arqParametros  <> 00 then
               move 6                                    to ws-msn-erro-ofsset
               move ws-fs-arqParametros                  to ws-msn-erro-cod
               move "Erro ao ler arq. arqParametros "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move fd-par-max-dependencias             to ws-max-dependencias-ant
           move ws-max-dependencias                 to fd-par-max-dependencias

           rewrite fd-parametros
           if ws-fs-arqParametros  <> 00 then
               move 6                                       to ws-msn-erro-ofsset
               move ws-fs-arqParametros                     to ws-msn-erro-cod
               move "Erro ao regravar arq. arqParametros "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-max-dependencias-ant  <>  ws-max-dependencias then
               move zero                            to ws-cod
               move "MAX-DEPEND"                    to ws-hist-campo
               move ws-max-dependencias-ant         to ws-hist-valor-antigo
               move ws-max-dependencias             to ws-hist-valor-novo
               perform gravar-historico
           end-if

           display "Parametros atualizados"

           .
       alterar-parametros-progressao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  deliberacao do conselho de classe sobre a situacao final do aluno
      *>  (somente supervisao)
      *>------------------------------------------------------------------------
       registrar-conselho section.

           display "Matricula do Aluno: "
           accept ws-cod

           move ws-cod     to    fd-cod
           read arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               if ws-fs-arqAlunos = 23 then
                   display "Matricula Inexistente!"
               else
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunos "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               display "Aluno: " fd-aluno "  Turma: " fd-turma

               display "Ano letivo da deliberacao (0 = " ws-ano-letivo "): "
               accept ws-co-ano
               if ws-co-ano = 0 then
                   move ws-ano-letivo               to ws-co-ano
               end-if

               perform buscar-turma-conselho
               if ws-co-turma = spaces then
                   display "Aluno sem historico arquivado no ano letivo "
                           ws-co-ano " - deliberacao nao registrada"
               else
                   perform deliberar-conselho
               end-if
           end-if

           .
       registrar-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  turma do aluno no ano da deliberacao: a atual no ano letivo
      *>  corrente, a da imagem arquivada (arqHistAnual) nos anos encerrados
      *>------------------------------------------------------------------------
       buscar-turma-conselho section.

           move spaces                              to ws-co-turma

           if ws-co-ano = ws-ano-letivo then
               move fd-turma                        to ws-co-turma
           else
               if ws-tem-arqHistAnual-sim then
                   move ws-co-ano                   to fd-ha-ano
                   move ws-cod                      to fd-ha-cod
                   read arqHistAnual
                   evaluate ws-fs-arqHistAnual
                       when 00
                           move fd-ha-turma         to ws-co-turma
                       when 23
                           continue
                       when other
                           move 17                                  to ws-msn-erro-ofsset
                           move ws-fs-arqHistAnual                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqHistAnual "    to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
               end-if
           end-if

           .
       buscar-turma-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  mostra a deliberacao existente e registra, altera ou exclui
      *>------------------------------------------------------------------------
       deliberar-conselho section.

           move ws-cod                              to fd-co-cod
           move ws-co-ano                           to fd-co-ano
           read arqConselho
           evaluate ws-fs-arqConselho
               when 00
                   set ws-co-existe-sim             to true
                   display "Deliberacao atual: " fd-co-decisao
                           "  por " fd-co-supervisor
                           " em " fd-co-data
                   display "Justificativa: " fd-co-justificativa
               when 23
                   set ws-co-existe-nao             to true
                   display "Sem deliberacao registrada para o ano"
               when other
                   move 10                                   to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqConselho "      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           display "'A' - Aprovar pelo conselho"
           display "'R' - Reter (confirmar retencao)"
           if ws-co-existe-sim then
               display "'E' - Excluir deliberacao"
           end-if
           accept ws-co-decisao

           evaluate true
               when ws-co-aprovar
               when ws-co-reter
                   display "Justificativa: "
                   accept ws-co-justificativa
                   if ws-co-justificativa = spaces then
                       display "Deliberacao exige justificativa"
                   else
                       perform gravar-conselho
                   end-if

               when ws-co-excluir
                   if ws-co-existe-sim then
                       perform excluir-conselho
                   else
                       display "Opcao Invalida"
                   end-if

               when other
                   display "Opcao Invalida"
           end-evaluate

           .
       deliberar-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava/regrava a deliberacao do conselho e audita a mudanca
      *>------------------------------------------------------------------------
       gravar-conselho section.

           move spaces                              to ws-hist-valor-antigo
           if ws-co-existe-sim then
               string fd-co-decisao " " fd-co-justificativa   delimited by size
                   into ws-hist-valor-antigo
           end-if

           if ws-co-aprovar then
               set fd-co-aprovar                    to true
           else
               set fd-co-reter                      to true
           end-if

           move ws-cod                              to fd-co-cod
           move ws-co-ano                           to fd-co-ano
           move ws-co-turma                         to fd-co-turma
           move ws-co-justificativa                 to fd-co-justificativa
           move ws-oper-usuario                     to fd-co-supervisor
           accept fd-co-data                        from date yyyymmdd

           if ws-co-existe-sim then
               rewrite fd-conselho
               if ws-fs-arqConselho  <> 00 then
                   move 10                                       to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                        to ws-msn-erro-cod
                   move "Erro ao regravar arq. arqConselho "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               write fd-conselho
               if ws-fs-arqConselho  <> 00 then
                   move 10                                       to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                        to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqConselho "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move spaces                              to ws-hist-campo
           string "CONSELHO-" ws-co-ano              delimited by size
               into ws-hist-campo
           move spaces                              to ws-hist-valor-novo
           string fd-co-decisao " " fd-co-justificativa  delimited by size
               into ws-hist-valor-novo
           perform gravar-historico

           display "Deliberacao registrada"

           .
       gravar-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exclui a deliberacao do conselho e audita a exclusao
      *>------------------------------------------------------------------------
       excluir-conselho section.

           move spaces                              to ws-hist-valor-antigo
           string fd-co-decisao " " fd-co-justificativa   delimited by size
               into ws-hist-valor-antigo

           delete arqConselho record
           if ws-fs-arqConselho  <> 00 then
               move 10                                       to ws-msn-erro-ofsset
               move ws-fs-arqConselho                        to ws-msn-erro-cod
               move "Erro ao excluir arq. arqConselho "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces                              to ws-hist-campo
           string "CONSELHO-" ws-co-ano              delimited by size
               into ws-hist-campo
           move "Excluida"                          to ws-hist-valor-novo
           perform gravar-historico

           display "Deliberacao excluida"

           .
       excluir-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  manutencao do cadastro mestre de turmas (somente supervisao)
      *>------------------------------------------------------------------------
       manter-turmas section.

           display "'I' - Incluir/Alterar turma"
           display "'E' - Excluir turma"
           display "'L' - Listar turmas"
           display "'A' - Atender lista de espera"
           accept ws-menu

           evaluate ws-menu
               when = "I"
               when = "i"
                   perform incluir-alterar-turma

               when = "E"
               when = "e"
                   perform excluir-turma

               when = "L"
               when = "l"
                   perform listar-turmas

               when = "A"
               when = "a"
                   perform atender-lista-espera

               when other
                   display "Opcao Invalida"
           end-evaluate

           .
       manter-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclui uma turma nova ou altera os dados de uma turma existente
      *>------------------------------------------------------------------------
       incluir-alterar-turma section.

           display "Turma: "
           accept ws-tu-turma
           inspect ws-tu-turma converting "abcdefghijklmnopqrstuvwxyz"
                                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           if ws-tu-turma = spaces then
               display "Turma em branco"
           else
               perform validar-turma

               move spaces                          to ws-hist-valor-antigo
               if ws-tu-existe-sim then
                   perform montar-resumo-turma
                   move ws-tu-resumo                to ws-hist-valor-antigo
                   display "Dados atuais: " ws-tu-resumo
               else
                   display "Turma nova"
               end-if

               display "Serie (1-9): "
               accept ws-tu-serie
               display "Turno ('M'anha, 'T'arde, 'N'oite, 'I'ntegral): "
               accept ws-tu-turno
               inspect ws-tu-turno converting "mtni" to "MTNI"
               display "Sala: "
               accept ws-tu-sala
               display "Capacidade (alunos): "
               accept ws-tu-capacidade
               display "Ano letivo (0 = " ws-ano-letivo "): "
               accept ws-tu-ano-letivo
               if ws-tu-ano-letivo = 0 then
                   move ws-ano-letivo               to ws-tu-ano-letivo
               end-if
               display "Turma destino na virada (em branco = ultima serie): "
               move spaces                          to ws-tu-turma-destino
               accept ws-tu-turma-destino
               inspect ws-tu-turma-destino
                   converting "abcdefghijklmnopqrstuvwxyz"
                           to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

               perform validar-turma-destino

               evaluate true
                   when ws-tu-serie < 1 or ws-tu-serie > 9
                       display "Serie invalida - turma nao gravada"
                   when not ws-tu-turno-valido
                       display "Turno invalido - turma nao gravada"
                   when ws-tu-capacidade = 0
                       display "Capacidade deve ser maior que zero - turma nao gravada"
                   when ws-tu-destino-ok-nao
                       display "Turma destino invalida - turma nao gravada"
                   when other
                       perform gravar-turma
               end-evaluate
           end-if

           .
       incluir-alterar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  a turma destino deve estar cadastrada e ser diferente da propria turma
      *>------------------------------------------------------------------------
       validar-turma-destino section.

           set ws-tu-destino-ok-sim                 to true

           if ws-tu-turma-destino <> spaces then
               if ws-tu-turma-destino = ws-tu-turma then
                   set ws-tu-destino-ok-nao         to true
               else
                   move ws-tu-turma-destino         to fd-tu-turma
                   read arqTurmas
                   evaluate ws-fs-arqTurmas
                       when 00
                           continue
                       when 23
                           set ws-tu-destino-ok-nao to true
                           display "Turma destino " ws-tu-turma-destino
                                   " nao cadastrada"
                       when other
                           move 11                                  to ws-msn-erro-ofsset
                           move ws-fs-arqTurmas                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqTurmas "       to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

                   move ws-tu-turma                 to fd-tu-turma
                   if ws-tu-existe-sim then
                       read arqTurmas
                       if ws-fs-arqTurmas  <> 00 then
                           move 11                                  to ws-msn-erro-ofsset
                           move ws-fs-arqTurmas                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqTurmas "       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if
           end-if

           .
       validar-turma-destino-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava/regrava a turma e audita a mudanca
      *>------------------------------------------------------------------------
       gravar-turma section.

           move ws-tu-turma                         to fd-tu-turma
           move ws-tu-serie                         to fd-tu-serie
           move ws-tu-turno                         to fd-tu-turno
           move ws-tu-sala                          to fd-tu-sala
           move ws-tu-capacidade                    to fd-tu-capacidade
           move ws-tu-ano-letivo                    to fd-tu-ano-letivo
           move ws-tu-turma-destino                 to fd-tu-turma-destino

           if ws-tu-existe-sim then
               rewrite fd-turmas
               if ws-fs-arqTurmas  <> 00 then
                   move 11                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                         to ws-msn-erro-cod
                   move "Erro ao regravar arq. arqTurmas "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               write fd-turmas
               if ws-fs-arqTurmas  <> 00 then
                   move 11                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                         to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqTurmas "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform montar-resumo-turma

           if ws-hist-valor-antigo <> ws-tu-resumo then
               move zero                            to ws-cod
               move spaces                          to ws-hist-campo
               string "TURMA-" ws-tu-turma          delimited by size
                   into ws-hist-campo
               move ws-tu-resumo                    to ws-hist-valor-novo
               perform gravar-historico
           end-if

           display "Turma " ws-tu-turma " gravada"

           .
       gravar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  monta o resumo da turma em fd-turmas para tela e auditoria
      *>------------------------------------------------------------------------
       montar-resumo-turma section.

           move spaces                              to ws-tu-resumo
           string "S"          fd-tu-serie
                  " "          fd-tu-turno
                  " SALA "     fd-tu-sala
                  " CAP "      fd-tu-capacidade
                  " "          fd-tu-ano-letivo
                  " -> "       fd-tu-turma-destino
                  delimited by size
               into ws-tu-resumo

           .
       montar-resumo-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exclui uma turma sem alunos ativos e audita a exclusao
      *>------------------------------------------------------------------------
       excluir-turma section.

           display "Turma: "
           accept ws-tu-turma
           inspect ws-tu-turma converting "abcdefghijklmnopqrstuvwxyz"
                                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           perform validar-turma

           if ws-tu-existe-nao then
               display "Turma nao cadastrada"
           else
               perform contar-ocupacao-turma
               if ws-tu-ocupacao > 0 then
                   display "Turma com " ws-tu-ocupacao
                           " aluno(s) ativo(s) - exclusao recusada"
               else
                   perform montar-resumo-turma
                   move ws-tu-resumo                to ws-hist-valor-antigo

                   delete arqTurmas record
                   if ws-fs-arqTurmas  <> 00 then
                       move 11                                      to ws-msn-erro-ofsset
                       move ws-fs-arqTurmas                         to ws-msn-erro-cod
                       move "Erro ao excluir arq. arqTurmas "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move zero                        to ws-cod
                   move spaces                      to ws-hist-campo
                   string "TURMA-" ws-tu-turma      delimited by size
                       into ws-hist-campo
                   move "Excluida"                  to ws-hist-valor-novo
                   perform gravar-historico

                   display "Turma " ws-tu-turma " excluida"
               end-if
           end-if

           .
       excluir-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lista as turmas cadastradas com a ocupacao atual
      *>------------------------------------------------------------------------
       listar-turmas section.

           move spaces                              to fd-tu-turma
           start arqTurmas key is not less than fd-tu-turma
           if ws-fs-arqTurmas  <> 00 then
               display "Nenhuma turma cadastrada"
           else
               read arqTurmas next
               perform until ws-fs-arqTurmas <> 00

                   move fd-tu-turma                 to ws-tu-turma
                   perform contar-ocupacao-turma
                   perform montar-resumo-turma

                   display "Turma: " fd-tu-turma "  " ws-tu-resumo
                           "  Ocupacao: " ws-tu-ocupacao

                   read arqTurmas next
               end-perform

               if ws-fs-arqTurmas  <> 10 then
                   move 11                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurmas "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       listar-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  matricula o primeiro da lista de espera da turma, se houver vaga
      *>------------------------------------------------------------------------
       atender-lista-espera section.

           display "Turma: "
           accept ws-tu-turma
           inspect ws-tu-turma converting "abcdefghijklmnopqrstuvwxyz"
                                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           perform validar-turma

           if ws-tu-existe-nao then
               display "Turma nao cadastrada"
           else
               perform contar-ocupacao-turma
               if ws-tu-ocupacao >= fd-tu-capacidade then
                   display "Turma sem vaga (" ws-tu-ocupacao " de "
                           fd-tu-capacidade ")"
               else
                   perform localizar-primeiro-espera
                   if ws-es-achou-nao then
                       display "Lista de espera da turma vazia"
                   else
                       display "Aluno: " fd-es-aluno
                               "  Tel.: " fd-es-telefone
                               "  Desde: " fd-es-data
                       display "Confirma a matricula na turma "
                               ws-tu-turma " ('S'im)? "
                       accept ws-tu-confirma
                       if ws-tu-confirma-sim then
                           perform matricular-da-espera
                       end-if
                   end-if
               end-if
           end-if

           .
       atender-lista-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  posiciona no primeiro registro aguardando da turma em arqEspera
      *>------------------------------------------------------------------------
       localizar-primeiro-espera section.

           set ws-es-achou-nao                      to true

           move ws-tu-turma                         to fd-es-turma
           move zero                                to fd-es-data
           move zero                                to fd-es-hora
           move zero                                to fd-es-seq
           start arqEspera key is not less than fd-es-chave
           if ws-fs-arqEspera = 00 then
               read arqEspera next
               perform until ws-fs-arqEspera <> 00
                          or fd-es-turma <> ws-tu-turma
                          or ws-es-achou-sim
                   if fd-es-aguardando then
                       set ws-es-achou-sim          to true
                   else
                       read arqEspera next
                   end-if
               end-perform

               if ws-fs-arqEspera  <> 00
               and ws-fs-arqEspera  <> 10 then
                   move 12                                  to ws-msn-erro-ofsset
                   move ws-fs-arqEspera                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqEspera "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       localizar-primeiro-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  matricula (aluno novo) ou transfere (aluno da escola) o registro
      *>  corrente de arqEspera e o marca como atendido
      *>------------------------------------------------------------------------
       matricular-da-espera section.

           if fd-es-cod = 0 then
               move fd-es-aluno                     to ws-aluno
               move fd-es-endereco                  to ws-endereco
               move fd-es-mae                       to ws-mae
               move fd-es-pai                       to ws-pai
               move fd-es-telefone                  to ws-telefone
               move zero                            to ws-nota-g
               set ws-status-ativo                  to true
               move ws-tu-turma                     to ws-turma
               move zero                            to ws-cod-anterior

               perform obter-proximo-cod

               write fd-alunos   from   ws-alunos
               if ws-fs-arqAlunos  <> 00 then
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqAlunos "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform atualizar-proximo-cod

               display "Aluno matriculado com a matricula " ws-cod
               set fd-es-atendido                   to true
           else
               move fd-es-cod                       to ws-cod
               move ws-cod                          to fd-cod
               read arqAlunos
               evaluate ws-fs-arqAlunos
                   when 00
                       if fd-status-inativo then
                           display "Aluno inativo - pedido cancelado"
                           set fd-es-cancelado      to true
                       else
                           move ws-tu-turma                   to ws-tr-turma-destino
                           move "Atendido da lista de espera" to ws-tr-motivo
                           perform efetivar-transferencia
                           set fd-es-atendido       to true
                       end-if
                   when 23
                       display "Aluno nao encontrado - pedido cancelado"
                       set fd-es-cancelado          to true
                   when other
                       move 1                                  to ws-msn-erro-ofsset
                       move ws-fs-arqAlunos                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAlunos "      to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           move ws-oper-usuario                     to fd-es-operador
           rewrite fd-espera
           if ws-fs-arqEspera  <> 00 then
               move 12                                     to ws-msn-erro-ofsset
               move ws-fs-arqEspera                        to ws-msn-erro-cod
               move "Erro ao regravar arq. arqEspera "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       matricular-da-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le a turma informada em ws-tu-turma no cadastro de turmas
      *>------------------------------------------------------------------------
       validar-turma section.

           set ws-tu-existe-nao                     to true

           move ws-tu-turma                         to fd-tu-turma
           read arqTurmas
           evaluate ws-fs-arqTurmas
               when 00
                   set ws-tu-existe-sim             to true
               when 23
                   continue
               when other
                   move 11                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurmas "       to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       validar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os alunos ativos da turma ws-tu-turma (chave alternativa)
      *>------------------------------------------------------------------------
       contar-ocupacao-turma section.

           move zero                                to ws-tu-ocupacao

           move ws-tu-turma                         to fd-turma
           start arqAlunos key is equal to fd-turma
           if ws-fs-arqAlunos = 00 then
               read arqAlunos next
               perform until ws-fs-arqAlunos <> 00
                          or fd-turma <> ws-tu-turma
                   if fd-status-ativo then
                       add 1                        to ws-tu-ocupacao
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
       contar-ocupacao-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclui o aluno de ws-alunos na lista de espera da turma ws-tu-turma
      *>------------------------------------------------------------------------
       gravar-espera section.

           accept ws-hist-data    from date yyyymmdd
           accept ws-hist-hora    from time

           move ws-tu-turma                         to fd-es-turma
           move ws-hist-data                        to fd-es-data
           move ws-hist-hora                        to fd-es-hora
           move zero                                to fd-es-seq
           move ws-cod                              to fd-es-cod
           move ws-aluno                            to fd-es-aluno
           move ws-endereco                         to fd-es-endereco
           move ws-mae                              to fd-es-mae
           move ws-pai                              to fd-es-pai
           move ws-telefone                         to fd-es-telefone
           move ws-es-origem                        to fd-es-origem
           set fd-es-aguardando                     to true
           move ws-oper-usuario                     to fd-es-operador

           write fd-espera
           perform until ws-fs-arqEspera <> 22
                      or fd-es-seq = 99
               add 1                                to fd-es-seq
               write fd-espera
           end-perform

           if ws-fs-arqEspera  <> 00 then
               move 12                                     to ws-msn-erro-ofsset
               move ws-fs-arqEspera                        to ws-msn-erro-cod
               move "Erro ao gravar arq. arqEspera "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  manutencao do catalogo de disciplinas e da matriz curricular
      *>------------------------------------------------------------------------
       manter-disciplinas section.

           display "'I' - Incluir/Alterar disciplina"
           display "'L' - Listar disciplinas"
           display "'S' - Matriz curricular da serie"
           display "'A' - Adicionar disciplina a matriz"
           display "'R' - Retirar disciplina da matriz"
           accept ws-menu

           evaluate ws-menu
               when = "I"
               when = "i"
                   perform incluir-alterar-disciplina

               when = "L"
               when = "l"
                   perform listar-disciplinas

               when = "S"
               when = "s"
                   display "Serie: "
                   accept ws-mz-serie
                   perform exibir-matriz-serie

               when = "A"
               when = "a"
                   perform incluir-matriz

               when = "R"
               when = "r"
                   perform retirar-matriz

               when other
                   display "Opcao Invalida"
           end-evaluate

           .
       manter-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclui uma disciplina nova ou altera nome, carga horaria e situacao
      *>  (disciplina nao e excluida - e inativada, preservando o historico)
      *>------------------------------------------------------------------------
       incluir-alterar-disciplina section.

           display "Sigla da disciplina: "
           accept ws-di-sigla
           inspect ws-di-sigla converting "abcdefghijklmnopqrstuvwxyz"
                                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           if ws-di-sigla = spaces then
               display "Sigla em branco"
           else
               set ws-di-existe-nao                 to true
               move spaces                          to ws-hist-valor-antigo

               move ws-di-sigla                     to fd-di-sigla
               read arqDisciplinas
               evaluate ws-fs-arqDisciplinas
                   when 00
                       set ws-di-existe-sim         to true
                       perform montar-resumo-disciplina
                       move ws-di-resumo            to ws-hist-valor-antigo
                       display "Dados atuais: " ws-di-resumo
                   when 23
                       display "Disciplina nova"
                   when other
                       move 13                                   to ws-msn-erro-ofsset
                       move ws-fs-arqDisciplinas                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqDisciplinas "   to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate

               display "Nome: "
               accept ws-di-nome
               display "Carga horaria anual (horas): "
               accept ws-di-carga
               display "Situacao ('A'tiva, 'I'nativa): "
               accept ws-di-situacao
               inspect ws-di-situacao converting "ai" to "AI"

               evaluate true
                   when ws-di-nome = spaces
                       display "Nome em branco - disciplina nao gravada"
                   when ws-di-carga = 0
                       display "Carga horaria deve ser maior que zero"
                               " - disciplina nao gravada"
                   when not ws-di-situacao-valida
                       display "Situacao invalida - disciplina nao gravada"
                   when ws-di-existe-nao
                    and ws-qtd-disciplinas >= 20
                       display "Limite de 20 disciplinas atingido"
                               " - disciplina nao gravada"
                   when other
                       perform gravar-disciplina
               end-evaluate
           end-if

           .
       incluir-alterar-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava/regrava a disciplina, audita e recarrega o catalogo
      *>------------------------------------------------------------------------
       gravar-disciplina section.

           move ws-di-sigla                         to fd-di-sigla
           move ws-di-nome                          to fd-di-nome
           move ws-di-carga                         to fd-di-carga-horaria
           move ws-di-situacao                      to fd-di-situacao

           if ws-di-existe-sim then
               rewrite fd-disciplinas
               if ws-fs-arqDisciplinas  <> 00 then
                   move 13                                      to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
                   move "Erro ao regravar arq. arqDisciplinas " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               write fd-disciplinas
               if ws-fs-arqDisciplinas  <> 00 then
                   move 13                                      to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqDisciplinas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform montar-resumo-disciplina

           if ws-hist-valor-antigo <> ws-di-resumo then
               move zero                            to ws-cod
               move spaces                          to ws-hist-campo
               string "DISC-" ws-di-sigla           delimited by size
                   into ws-hist-campo
               move ws-di-resumo                    to ws-hist-valor-novo
               perform gravar-historico
           end-if

           display "Disciplina " ws-di-sigla " gravada"

           perform carregar-disciplinas

           .
       gravar-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  monta o resumo da disciplina em fd-disciplinas para tela e auditoria
      *>------------------------------------------------------------------------
       montar-resumo-disciplina section.

           move spaces                              to ws-di-resumo
           string fd-di-nome
                  " CH "       fd-di-carga-horaria
                  " "          fd-di-situacao
                  delimited by size
               into ws-di-resumo

           .
       montar-resumo-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lista o catalogo de disciplinas carregado em memoria
      *>------------------------------------------------------------------------
       listar-disciplinas section.

           if ws-qtd-disciplinas = 0 then
               display "Nenhuma disciplina cadastrada"
           else
               perform varying ws-ind-disc from 1 by 1
                           until ws-ind-disc > ws-qtd-disciplinas
                   if ws-disc-ativa(ws-ind-disc) then
                       display ws-disc-sigla(ws-ind-disc) "  "
                               ws-disc-nome(ws-ind-disc)
                               "  CH: " ws-disc-carga(ws-ind-disc)
                               "  Ativa"
                   else
                       display ws-disc-sigla(ws-ind-disc) "  "
                               ws-disc-nome(ws-ind-disc)
                               "  CH: " ws-disc-carga(ws-ind-disc)
                               "  Inativa"
                   end-if
               end-perform
           end-if

           .
       listar-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  mostra as disciplinas da matriz curricular da serie ws-mz-serie
      *>------------------------------------------------------------------------
       exibir-matriz-serie section.

           move zero                                to ws-mz-qtd

           perform varying ws-ind-disc from 1 by 1
                       until ws-ind-disc > ws-qtd-disciplinas
               perform verificar-disciplina-matriz
               if ws-mz-na-matriz-sim then
                   add 1                            to ws-mz-qtd
                   if ws-disc-ativa(ws-ind-disc) then
                       display ws-disc-sigla(ws-ind-disc) "  "
                               ws-disc-nome(ws-ind-disc)
                               "  CH: " ws-disc-carga(ws-ind-disc)
                   else
                       display ws-disc-sigla(ws-ind-disc) "  "
                               ws-disc-nome(ws-ind-disc)
                               "  CH: " ws-disc-carga(ws-ind-disc)
                               "  (inativa)"
                   end-if
               end-if
           end-perform

           if ws-mz-qtd = 0 then
               display "Serie " ws-mz-serie " sem disciplinas na matriz"
           else
               display "Total: " ws-mz-qtd " disciplina(s) na serie "
                       ws-mz-serie
           end-if

           .
       exibir-matriz-serie-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  localiza ws-di-sigla no catalogo em memoria (indice em ws-di-ind)
      *>------------------------------------------------------------------------
       localizar-disciplina section.

           set ws-di-existe-nao                     to true
           move zero                                to ws-di-ind

           perform varying ws-ind-disc from 1 by 1
                       until ws-ind-disc > ws-qtd-disciplinas
               if ws-disc-sigla(ws-ind-disc) = ws-di-sigla
               and ws-di-existe-nao then
                   set ws-di-existe-sim             to true
                   move ws-ind-disc                 to ws-di-ind
               end-if
           end-perform

           if ws-di-existe-sim then
               move ws-di-ind                       to ws-ind-disc
           end-if

           .
       localizar-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclui uma disciplina ativa na matriz curricular de uma serie
      *>------------------------------------------------------------------------
       incluir-matriz section.

           display "Serie: "
           accept ws-mz-serie
           display "Sigla da disciplina: "
           accept ws-di-sigla
           inspect ws-di-sigla converting "abcdefghijklmnopqrstuvwxyz"
                                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           perform localizar-disciplina

           evaluate true
               when ws-mz-serie = 0
                   display "Serie invalida"
               when ws-di-existe-nao
                   display "Disciplina nao cadastrada"
               when not ws-disc-ativa(ws-ind-disc)
                   display "Disciplina inativa - nao incluida na matriz"
               when other
                   perform verificar-disciplina-matriz
                   if ws-mz-na-matriz-sim then
                       display "Disciplina ja consta da matriz da serie "
                               ws-mz-serie
                   else
                       move ws-mz-serie             to fd-mz-serie
                       move ws-di-sigla             to fd-mz-disciplina
                       write fd-matriz
                       if ws-fs-arqMatriz  <> 00 then
                           move 14                                  to ws-msn-erro-ofsset
                           move ws-fs-arqMatriz                     to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqMatriz "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move zero                    to ws-cod
                       move spaces                  to ws-hist-campo
                       string "MATRIZ-" ws-mz-serie delimited by size
                           into ws-hist-campo
                       move spaces                  to ws-hist-valor-antigo
                       move spaces                  to ws-hist-valor-novo
                       string "Incluida " ws-di-sigla delimited by size
                           into ws-hist-valor-novo
                       perform gravar-historico

                       display "Disciplina " ws-di-sigla
                               " incluida na matriz da serie " ws-mz-serie
                   end-if
           end-evaluate

           .
       incluir-matriz-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  retira uma disciplina da matriz curricular de uma serie
      *>  (notas ja lancadas em arqNotas sao preservadas)
      *>------------------------------------------------------------------------
       retirar-matriz section.

           display "Serie: "
           accept ws-mz-serie
           display "Sigla da disciplina: "
           accept ws-di-sigla
           inspect ws-di-sigla converting "abcdefghijklmnopqrstuvwxyz"
                                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           move ws-mz-serie                         to fd-mz-serie
           move ws-di-sigla                         to fd-mz-disciplina
           read arqMatriz
           evaluate ws-fs-arqMatriz
               when 00
                   delete arqMatriz record
                   if ws-fs-arqMatriz  <> 00 then
                       move 14                                  to ws-msn-erro-ofsset
                       move ws-fs-arqMatriz                     to ws-msn-erro-cod
                       move "Erro ao excluir arq. arqMatriz "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move zero                        to ws-cod
                   move spaces                      to ws-hist-campo
                   string "MATRIZ-" ws-mz-serie     delimited by size
                       into ws-hist-campo
                   move spaces                      to ws-hist-valor-antigo
                   string "Incluida " ws-di-sigla   delimited by size
                       into ws-hist-valor-antigo
                   move "Retirada"                  to ws-hist-valor-novo
                   perform gravar-historico

                   display "Disciplina " ws-di-sigla
                           " retirada da matriz da serie " ws-mz-serie

               when 23
                   display "Disciplina nao consta da matriz da serie "
                           ws-mz-serie

               when other
                   move 14                                  to ws-msn-erro-ofsset
                   move ws-fs-arqMatriz                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqMatriz "       to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       retirar-matriz-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  regras de avaliacao do ano letivo: pesos dos bimestres e, por
      *>  segmento (faixa de series), nota minima de recuperacao e frequencia
      *>------------------------------------------------------------------------
       alterar-regras-avaliacao section.

           display "Ano letivo (0 = " ws-ano-letivo "): "
           accept ws-rg-ano
           if ws-rg-ano = 0 then
               move ws-ano-letivo                   to ws-rg-ano
           end-if

           set ws-rg-existe-nao                     to true

           move ws-rg-ano                           to fd-rg-ano
           read arqRegras
           evaluate ws-fs-arqRegras
               when 00
                   set ws-rg-existe-sim             to true
                   move fd-rg-pesos                 to ws-rg-pesos-ant
                   move fd-rg-segmentos             to ws-rg-segmentos-ant
                   display "Regras atuais de " ws-rg-ano ":"

               when 23
                   perform assumir-regras-anteriores

               when other
                   move 15                                  to ws-msn-erro-ofsset
                   move ws-fs-arqRegras                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRegras "       to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           perform montar-resumo-pesos
           display "  " ws-rg-resumo
           perform varying ws-rg-ind from 1 by 1
                       until ws-rg-ind > 3
               perform montar-resumo-segmento
               display "  Segmento " ws-rg-ind ": " ws-rg-resumo
           end-perform

           display "Alterar as regras de " ws-rg-ano " ('S'/'N')? "
           accept ws-rg-confirma

           if ws-rg-confirma-sim then
               perform informar-regras-avaliacao
               perform validar-regras-avaliacao

               if ws-rg-valida-sim then
                   perform gravar-regras-avaliacao
               end-if
           end-if

           .
       alterar-regras-avaliacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  ano sem regra: parte da regra do ano anterior ou da regra historica
      *>------------------------------------------------------------------------
       assumir-regras-anteriores section.

           compute fd-rg-ano = ws-rg-ano - 1
           read arqRegras
           evaluate ws-fs-arqRegras
               when 00
                   move fd-rg-pesos                 to ws-rg-pesos-ant
                   move fd-rg-segmentos             to ws-rg-segmentos-ant
                   display "Ano sem regras - valores iniciais do ano anterior:"

               when 23
                   move all "1"                     to ws-rg-pesos-ant
                   move zero                        to ws-rg-segmentos-ant
                   move 1                           to ws-rg-ant-serie-ini(1)
                   move 99                          to ws-rg-ant-serie-fim(1)
                   move 4,00                        to ws-rg-ant-nota-minima(1)
                   move 75,00                       to ws-rg-ant-freq-minima(1)
                   display "Ano sem regras - valores da regra historica:"

               when other
                   move 15                                  to ws-msn-erro-ofsset
                   move ws-fs-arqRegras                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRegras "       to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           move ws-rg-pesos-ant                     to fd-rg-pesos
           move ws-rg-segmentos-ant                 to fd-rg-segmentos

           .
       assumir-regras-anteriores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  pede os pesos dos bimestres e os 3 segmentos
      *>------------------------------------------------------------------------
       informar-regras-avaliacao section.

           perform varying ws-rg-ind from 1 by 1
                       until ws-rg-ind > 4
               display "Peso do bimestre " ws-rg-ind " (1-9): "
               accept fd-rg-peso(ws-rg-ind)
           end-perform

           display "Segmentos: serie final 0 = segmento nao usado"
           perform varying ws-rg-ind from 1 by 1
                       until ws-rg-ind > 3
               display "Segmento " ws-rg-ind " - serie inicial: "
               accept fd-rg-serie-ini(ws-rg-ind)
               display "Segmento " ws-rg-ind " - serie final: "
               accept fd-rg-serie-fim(ws-rg-ind)
               if fd-rg-serie-fim(ws-rg-ind) = 0 then
                   move zero                to fd-rg-serie-ini(ws-rg-ind)
                   move zero                to fd-rg-nota-minima(ws-rg-ind)
                   move zero                to fd-rg-freq-minima(ws-rg-ind)
               else
                   display "Segmento " ws-rg-ind
                           " - nota minima para recuperacao: "
                   accept fd-rg-nota-minima(ws-rg-ind)
                   display "Segmento " ws-rg-ind
                           " - frequencia minima (%): "
                   accept fd-rg-freq-minima(ws-rg-ind)
               end-if
           end-perform

           .
       informar-regras-avaliacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  critica os valores informados em fd-regras
      *>------------------------------------------------------------------------
       validar-regras-avaliacao section.

           set ws-rg-valida-sim                     to true

           perform varying ws-rg-ind from 1 by 1
                       until ws-rg-ind > 4
               if fd-rg-peso(ws-rg-ind) = 0 then
                   set ws-rg-valida-nao             to true
               end-if
           end-perform
           if ws-rg-valida-nao then
               display "Peso de bimestre deve ser de 1 a 9"
           end-if

           perform varying ws-rg-ind from 1 by 1
                       until ws-rg-ind > 3
               if fd-rg-serie-fim(ws-rg-ind) > 0 then
                   evaluate true
                       when fd-rg-serie-ini(ws-rg-ind) = 0
                       when fd-rg-serie-ini(ws-rg-ind) > fd-rg-serie-fim(ws-rg-ind)
                           set ws-rg-valida-nao     to true
                           display "Segmento " ws-rg-ind
                                   ": faixa de series invalida"
                       when fd-rg-nota-minima(ws-rg-ind) > ws-media-corte
                           set ws-rg-valida-nao     to true
                           display "Segmento " ws-rg-ind
                                   ": nota minima acima da media de corte"
                       when fd-rg-freq-minima(ws-rg-ind) > 100,00
                           set ws-rg-valida-nao     to true
                           display "Segmento " ws-rg-ind
                                   ": frequencia minima acima de 100%"
                       when other
                           continue
                   end-evaluate
               end-if
           end-perform

           if fd-rg-serie-fim(1) = 0 then
               set ws-rg-valida-nao                 to true
               display "Segmento 1 e obrigatorio"
           end-if

           if ws-rg-valida-nao then
               display "Regras nao gravadas"
           end-if

           .
       validar-regras-avaliacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava/regrava as regras do ano e audita pesos e segmentos alterados
      *>------------------------------------------------------------------------
       gravar-regras-avaliacao section.

           move ws-rg-ano                           to fd-rg-ano
           move ws-oper-usuario                     to fd-rg-operador
           accept fd-rg-data                        from date yyyymmdd

           move fd-rg-pesos                         to ws-rg-pesos-nov
           move fd-rg-segmentos                     to ws-rg-segmentos-nov

           if ws-rg-existe-sim then
               rewrite fd-regras
               if ws-fs-arqRegras  <> 00 then
                   move 15                                      to ws-msn-erro-ofsset
                   move ws-fs-arqRegras                         to ws-msn-erro-cod
                   move "Erro ao regravar arq. arqRegras "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               write fd-regras
               if ws-fs-arqRegras  <> 00 then
                   move 15                                      to ws-msn-erro-ofsset
                   move ws-fs-arqRegras                         to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqRegras "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move zero                                to ws-cod

           if ws-rg-pesos-ant <> ws-rg-pesos-nov
           or ws-rg-existe-nao then
               move ws-rg-pesos-ant                 to fd-rg-pesos
               perform montar-resumo-pesos
               move ws-rg-resumo                    to ws-hist-valor-antigo
               move ws-rg-pesos-nov                 to fd-rg-pesos
               perform montar-resumo-pesos
               move ws-rg-resumo                    to ws-hist-valor-novo
               move spaces                          to ws-hist-campo
               string "REGRAS-" ws-rg-ano "-PES"    delimited by size
                   into ws-hist-campo
               perform gravar-historico
           end-if

           perform varying ws-rg-ind from 1 by 1
                       until ws-rg-ind > 3
               if ws-rg-segmento-ant(ws-rg-ind) <> ws-rg-segmento-nov(ws-rg-ind)
               or ws-rg-existe-nao then
                   move ws-rg-segmentos-ant         to fd-rg-segmentos
                   perform montar-resumo-segmento
                   move ws-rg-resumo                to ws-hist-valor-antigo
                   move ws-rg-segmentos-nov         to fd-rg-segmentos
                   perform montar-resumo-segmento
                   move ws-rg-resumo                to ws-hist-valor-novo
                   move spaces                      to ws-hist-campo
                   string "REGRAS-" ws-rg-ano "-S" ws-rg-ind
                          delimited by size
                       into ws-hist-campo
                   perform gravar-historico
               end-if
           end-perform

           display "Regras de avaliacao de " ws-rg-ano " gravadas"

           move "F"                                 to ws-av-funcao
           call "regrasavaliacao" using ws-avaliacao

           .
       gravar-regras-avaliacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  resumo dos pesos em fd-regras para tela e auditoria
      *>------------------------------------------------------------------------
       montar-resumo-pesos section.

           move spaces                              to ws-rg-resumo
           string "PESOS "   fd-rg-peso(1)
                  "-"        fd-rg-peso(2)
                  "-"        fd-rg-peso(3)
                  "-"        fd-rg-peso(4)
                  delimited by size
               into ws-rg-resumo

           .
       montar-resumo-pesos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  resumo do segmento ws-rg-ind em fd-regras para tela e auditoria
      *>------------------------------------------------------------------------
       montar-resumo-segmento section.

           move spaces                              to ws-rg-resumo
           if fd-rg-serie-fim(ws-rg-ind) = 0 then
               move "nao usado"                     to ws-rg-resumo
           else
               move fd-rg-nota-minima(ws-rg-ind)    to ws-rg-nota-edit
               move fd-rg-freq-minima(ws-rg-ind)    to ws-rg-freq-edit
               string "SERIES "  fd-rg-serie-ini(ws-rg-ind)
                      "-"        fd-rg-serie-fim(ws-rg-ind)
                      " REC "    ws-rg-nota-edit
                      " FREQ "   ws-rg-freq-edit
                      delimited by size
                   into ws-rg-resumo
           end-if

           .
       montar-resumo-segmento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  media/situacao do aluno em fd-alunos pela rotina de regras de
      *>  avaliacao (funcao em ws-av-funcao)
      *>------------------------------------------------------------------------
       calcular-avaliacao-aluno section.

           move ws-ano-letivo                       to ws-av-ano-letivo
           move fd-turma                            to ws-av-turma
           move ws-media-corte                      to ws-av-media-corte
           move fd-nota-g                           to ws-av-nota-g
           move "N"                                 to ws-av-tem-exame
           move zero                                to ws-av-nota-exame
           move zero                                to ws-av-tot-aulas
           move 100,00                              to ws-av-pct-freq

           call "regrasavaliacao" using ws-avaliacao

           .
       calcular-avaliacao-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  acompanhamento dos alertas de busca ativa (arqAlertas)
      *>------------------------------------------------------------------------
       acompanhar-busca-ativa section.

           display "'A' - Registrar acompanhamento de um aluno"
           display "'L' - Listar casos em aberto"
           accept ws-menu

           evaluate ws-menu
               when = "A"
               when = "a"
                   perform registrar-acompanhamento

               when = "L"
               when = "l"
                   perform listar-alertas-abertos

               when other
                   display "Opcao Invalida"
           end-evaluate

           .
       acompanhar-busca-ativa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  mostra os alertas do aluno e registra o andamento de um deles
      *>------------------------------------------------------------------------
       registrar-acompanhamento section.

           display "Matricula do Aluno: "
           accept ws-cod

           move ws-cod     to    fd-cod
           read arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               if ws-fs-arqAlunos = 23 then
                   display "Matricula Inexistente!"
               else
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunos "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               display "Aluno: " fd-aluno "  Turma: " fd-turma

               move zero                            to ws-ab-qtd
               move ws-cod                          to fd-ab-cod
               move zero                            to fd-ab-anomes
               start arqAlertas key is not less than fd-ab-chave
               if ws-fs-arqAlertas = 00 then
                   read arqAlertas next
                   perform until ws-fs-arqAlertas <> 00
                              or fd-ab-cod <> ws-cod
                       add 1                        to ws-ab-qtd
                       perform exibir-alerta
                       read arqAlertas next
                   end-perform

                   if ws-fs-arqAlertas  <> 00
                   and ws-fs-arqAlertas  <> 10 then
                       move 16                                   to ws-msn-erro-ofsset
                       move ws-fs-arqAlertas                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAlertas "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               if ws-ab-qtd = 0 then
                   display "Nenhum alerta de busca ativa para o aluno"
               else
                   display "Competencia do alerta (AAAAMM): "
                   accept ws-ab-anomes

                   move ws-cod                      to fd-ab-cod
                   move ws-ab-anomes                to fd-ab-anomes
                   read arqAlertas
                   evaluate ws-fs-arqAlertas
                       when 00
                           perform informar-acompanhamento
                       when 23
                           display "Alerta inexistente para a competencia"
                       when other
                           move 16                               to ws-msn-erro-ofsset
                           move ws-fs-arqAlertas                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqAlertas "   to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate
               end-if
           end-if

           .
       registrar-acompanhamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  pede a nova situacao do caso e regrava o alerta, com auditoria
      *>------------------------------------------------------------------------
       informar-acompanhamento section.

           display "'C' - Contato com a familia"
           display "'V' - Aluno voltou a frequentar"
           display "'T' - Encaminhado ao conselho tutelar"
           display "'E' - Caso encerrado"
           accept ws-ab-situacao
           inspect ws-ab-situacao converting "cvte" to "CVTE"

           if not ws-ab-situacao-valida then
               display "Situacao invalida - acompanhamento nao gravado"
           else
               display "Observacao: "
               move spaces                          to ws-ab-observacao
               accept ws-ab-observacao

               move spaces                          to ws-hist-valor-antigo
               string fd-ab-situacao " " fd-ab-observacao  delimited by size
                   into ws-hist-valor-antigo

               move ws-ab-situacao                  to fd-ab-situacao
               move ws-ab-observacao                to fd-ab-observacao
               move ws-oper-usuario                 to fd-ab-operador
               accept fd-ab-data-acomp              from date yyyymmdd

               rewrite fd-alertas
               if ws-fs-arqAlertas  <> 00 then
                   move 16                                      to ws-msn-erro-ofsset
                   move ws-fs-arqAlertas                        to ws-msn-erro-cod
                   move "Erro ao regravar arq. arqAlertas "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move spaces                          to ws-hist-campo
               string "ALERTA-" ws-ab-anomes         delimited by size
                   into ws-hist-campo
               move spaces                          to ws-hist-valor-novo
               string fd-ab-situacao " " fd-ab-observacao  delimited by size
                   into ws-hist-valor-novo
               perform gravar-historico

               display "Acompanhamento registrado"
           end-if

           .
       informar-acompanhamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lista os alertas ainda em aberto (pendente, contato ou conselho)
      *>------------------------------------------------------------------------
       listar-alertas-abertos section.

           move zero                                to ws-ab-qtd

           move zero                                to fd-ab-cod
           move zero                                to fd-ab-anomes
           start arqAlertas key is not less than fd-ab-chave
           if ws-fs-arqAlertas = 00 then

               read arqAlertas next
               perform until ws-fs-arqAlertas <> 00

                   if not fd-ab-retornou
                   and not fd-ab-encerrado then
                       add 1                        to ws-ab-qtd
                       display "Matricula: " fd-ab-cod "  Turma: " fd-ab-turma
                       perform exibir-alerta
                   end-if

                   read arqAlertas next
               end-perform

               if ws-fs-arqAlertas  <> 10 then
                   move 16                                   to ws-msn-erro-ofsset
                   move ws-fs-arqAlertas                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlertas "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-ab-qtd = 0 then
               display "Nenhum caso de busca ativa em aberto"
           end-if

           .
       listar-alertas-abertos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exibe o alerta corrente de arqAlertas
      *>------------------------------------------------------------------------
       exibir-alerta section.

           if fd-ab-tipo-evasao then
               move "Sem frequencia no mes"         to ws-ab-tipo-edit
           else
               move "Faltas acima do limite"        to ws-ab-tipo-edit
           end-if

           evaluate true
               when fd-ab-contato-familia
                   move "Contato com a familia"     to ws-ab-situacao-edit
               when fd-ab-retornou
                   move "Aluno retornou"            to ws-ab-situacao-edit
               when fd-ab-conselho-tutelar
                   move "Enviado conselho tutelar"  to ws-ab-situacao-edit
               when fd-ab-encerrado
                   move "Caso encerrado"            to ws-ab-situacao-edit
               when other
                   move "Pendente"                  to ws-ab-situacao-edit
           end-evaluate

           move fd-ab-pct-faltas                    to ws-ab-pct-edit

           display "   Competencia: " fd-ab-anomes
                   "  " ws-ab-tipo-edit
                   "  Faltas: " ws-ab-pct-edit "%"
                   "  Emitido: " fd-ab-data-emissao
           display "   Situacao: " ws-ab-situacao-edit
                   "  em " fd-ab-data-acomp
                   "  " fd-ab-observacao

           .
       exibir-alerta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  recusa a operacao para o perfil do operador logado
      *>------------------------------------------------------------------------
       negar-acesso section.

           display "Acesso negado para o perfil do operador"

           .
       negar-acesso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  cadastro e manutencao de operadores (somente supervisao)
      *>------------------------------------------------------------------------
       cadastrar-operador section.

           display "Usuario do operador: "
           accept ws-cad-op-usuario

           if ws-cad-op-usuario = spaces then
               display "Usuario em branco"
           else
               move ws-cad-op-usuario               to fd-op-usuario
               read arqOperadores
               evaluate ws-fs-arqOperadores
                   when 00
                       display "Operador ja existe: " fd-op-nome
                       display "Regravar senha e perfil? (S/N): "
                       accept ws-menu
                       if ws-menu = "S" or ws-menu = "s" then
                           perform gravar-operador
                       end-if

                   when 23
                       perform gravar-operador

                   when other
                       move 8                                    to ws-msn-erro-ofsset
                       move ws-fs-arqOperadores                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqOperadores "    to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       cadastrar-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava/regrava o operador informado em arqOperadores
      *>------------------------------------------------------------------------
       gravar-operador section.

           display "Nome do operador: "
           accept ws-cad-op-nome
           display "Senha: "
           accept ws-cad-op-senha
      *>------------------------------------------------------------------------
       transferir-turma section.

           display "Matricula do Aluno: "
           accept ws-cod

           move ws-cod     to    fd-cod
           read arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               if ws-fs-arqAlunos = 23 then
                   display "Matricula Inexistente!"
               else
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                    to ws-msn-erro-cod
                   display "Turma atual: " fd-turma
                   display "Turma destino: "
                   accept ws-tr-turma-destino
                   inspect ws-tr-turma-destino
                       converting "abcdefghijklmnopqrstuvwxyz"
                               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

                   move fd-alunos                   to ws-alunos
                   move ws-tr-turma-destino         to ws-tu-turma
                   perform validar-turma

                   evaluate true
                       when ws-tr-turma-destino = ws-turma
                           display "Turma destino igual a turma atual"

                       when ws-tu-existe-nao
                           display "Turma " ws-tr-turma-destino
                                   " nao cadastrada - transferencia recusada"

                       when other
                           perform contar-ocupacao-turma
                           if ws-tu-ocupacao >= fd-tu-capacidade then
                               move "T"             to ws-es-origem
                               perform gravar-espera
                               display "Turma " ws-tr-turma-destino
                                       " lotada - aluno incluido na lista de espera"
                           else
                               display "Motivo da transferencia: "
                               accept ws-tr-motivo

                               perform reler-aluno-transferencia
                               perform efetivar-transferencia
                           end-if
                   end-evaluate
               end-if
           end-if

       efetivar-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  rele o aluno da transferencia (a contagem da turma destino
      *>  reposiciona arqAlunos)
      *>------------------------------------------------------------------------
       reler-aluno-transferencia section.

           move ws-cod     to    fd-cod
           read arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                    to ws-msn-erro-cod
               move "Erro ao ler arq. arqAlunos "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       reler-aluno-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  listagem das movimentacoes de turma por periodo e por turma
      *>------------------------------------------------------------------------

               add 1                                to ws-tr-qtd

               display "Data: "           fd-tr-data
                       "  Matricula: "    fd-tr-cod
                       "  Turma: "        fd-tr-turma-origem
                       " -> "             fd-tr-turma-destino
               display "   Motivo: " fd-tr-motivo
           end-if

      *>------------------------------------------------------------------------
       consultar-auditoria section.

           display "Matricula do Aluno: "
           accept ws-cod

           display "Data inicial (AAAAMMDD): "
               perform finaliza-anormal
           end-if

           close arqDependencias
           if ws-fs-arqDependencias  <> 00 then
               move 9                                       to ws-msn-erro-ofsset
               move ws-fs-arqDependencias                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDependencias "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqConselho
           if ws-fs-arqConselho  <> 00 then
               move 10                                      to ws-msn-erro-ofsset
               move ws-fs-arqConselho                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqConselho "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqTurmas
           if ws-fs-arqTurmas  <> 00 then
               move 11                                      to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTurmas "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqEspera
           if ws-fs-arqEspera  <> 00 then
               move 12                                      to ws-msn-erro-ofsset
               move ws-fs-arqEspera                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqEspera "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqDisciplinas
           if ws-fs-arqDisciplinas  <> 00 then
               move 13                                      to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDisciplinas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqMatriz
           if ws-fs-arqMatriz  <> 00 then
               move 14                                      to ws-msn-erro-ofsset
               move ws-fs-arqMatriz                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqMatriz "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRegras
           if ws-fs-arqRegras  <> 00 then
               move 15                                      to ws-msn-erro-ofsset
               move ws-fs-arqRegras                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqRegras "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAlertas
           if ws-fs-arqAlertas  <> 00 then
               move 16                                      to ws-msn-erro-ofsset
               move ws-fs-arqAlertas                        to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAlertas "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-tem-arqHistAnual-sim then
               close arqHistAnual
               if ws-fs-arqHistAnual  <> 00 then
                   move 17                                      to ws-msn-erro-ofsset
                   move ws-fs-arqHistAnual                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistAnual "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "F"                                 to ws-av-funcao
           call "regrasavaliacao" using ws-avaliacao

           Stop run
           .
       finaliza-exit.
