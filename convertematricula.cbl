      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "convertematricula".
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

           select arqAlunosAnt assign to "arqAlunos.dat"
           organization is indexed
           access mode is sequential
           lock mode is automatic
           record key is fd-a-cod
           file status is ws-fs-arqAlunosAnt.

           select arqAlunosNovo assign to "arqAlunosNovo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           alternate record key is fd-turma with duplicates
           file status is ws-fs-arqAlunosNovo.

           select arqNotasAnt assign to "arqNotas.dat"
           organization is indexed
           access mode is sequential
           lock mode is automatic
           record key is fd-nta-chave
           file status is ws-fs-arqNotasAnt.

           select arqNotasNovo assign to "arqNotasNovo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-nt-chave
           file status is ws-fs-arqNotasNovo.

           select arqFrequenciaAnt assign to "arqFrequencia.dat"
           organization is indexed
           access mode is sequential
           lock mode is automatic
           record key is fd-fqa-chave
           file status is ws-fs-arqFrequenciaAnt.

           select arqFrequenciaNovo assign to "arqFrequenciaNovo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-fq-chave
           file status is ws-fs-arqFrequenciaNovo.

           select arqRecuperacaoAnt assign to "arqRecuperacao.dat"
           organization is indexed
           access mode is sequential
           lock mode is automatic
           record key is fd-rca-cod
           file status is ws-fs-arqRecuperacaoAnt.

           select arqRecuperacaoNovo assign to "arqRecuperacaoNovo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-rc-cod
           file status is ws-fs-arqRecuperacaoNovo.

           select arqAuditoriaAnt assign to "arqAuditoria.dat"
           organization is indexed
           access mode is sequential
           lock mode is automatic
           record key is fd-aua-chave
           file status is ws-fs-arqAuditoriaAnt.

           select arqAuditoriaNovo assign to "arqAuditoriaNovo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-au-chave
           file status is ws-fs-arqAuditoriaNovo.

           select arqTransferenciasAnt assign to "arqTransferencias.dat"
           organization is indexed
           access mode is sequential
           lock mode is automatic
           record key is fd-tra-chave
           file status is ws-fs-arqTransferenciasAnt.

           select arqTransferenciasNovo assign to "arqTransferenciasNovo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tr-chave
           file status is ws-fs-arqTransferenciasNovo.

           select arqDependenciasAnt assign to "arqDependencias.dat"
           organization is indexed
           access mode is sequential
           lock mode is automatic
           record key is fd-dpa-chave
           file status is ws-fs-arqDependenciasAnt.

           select arqDependenciasNovo assign to "arqDependenciasNovo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-dp-chave
           file status is ws-fs-arqDependenciasNovo.

           select arqConselhoAnt assign to "arqConselho.dat"
           organization is indexed
           access mode is sequential
           lock mode is automatic
           record key is fd-coa-chave
           file status is ws-fs-arqConselhoAnt.

           select arqConselhoNovo assign to "arqConselhoNovo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-co-chave
           alternate record key is fd-co-turma with duplicates
           file status is ws-fs-arqConselhoNovo.

           select arqEsperaAnt assign to "arqEspera.dat"
           organization is indexed
           access mode is sequential
           lock mode is automatic
           record key is fd-esa-chave
           file status is ws-fs-arqEsperaAnt.

           select arqEsperaNovo assign to "arqEsperaNovo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-es-chave
           file status is ws-fs-arqEsperaNovo.

           select arqAlertasAnt assign to "arqAlertas.dat"
           organization is indexed
           access mode is sequential
           lock mode is automatic
           record key is fd-aba-chave
           file status is ws-fs-arqAlertasAnt.

           select arqAlertasNovo assign to "arqAlertasNovo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ab-chave
           file status is ws-fs-arqAlertasNovo.

           select arqDocumentosAnt assign to "arqDocumentos.dat"
           organization is indexed
           access mode is sequential
           lock mode is automatic
           record key is fd-dca-protocolo
           file status is ws-fs-arqDocumentosAnt.

           select arqDocumentosNovo assign to "arqDocumentosNovo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-dc-protocolo
           file status is ws-fs-arqDocumentosNovo.

           select arqInepAnt assign to "arqInep.dat"
           organization is indexed
           access mode is sequential
           lock mode is automatic
           record key is fd-iea-cod
           file status is ws-fs-arqInepAnt.

           select arqInepNovo assign to "arqInepNovo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ie-cod
           file status is ws-fs-arqInepNovo.

           select arqHistAnualAnt assign to "arqHistAnual.dat"
           organization is indexed
           access mode is sequential
           lock mode is automatic
           record key is fd-haa-chave
           file status is ws-fs-arqHistAnualAnt.

           select arqHistAnualNovo assign to "arqHistAnualNovo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ha-chave
           file status is ws-fs-arqHistAnualNovo.

           select arqHistNotasAnt assign to "arqHistNotas.dat"
           organization is indexed
           access mode is sequential
           lock mode is automatic
           record key is fd-hna-chave
           file status is ws-fs-arqHistNotasAnt.

           select arqHistNotasNovo assign to "arqHistNotasNovo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hn-chave
           file status is ws-fs-arqHistNotasNovo.

           select arqHistFrequenciaAnt assign to "arqHistFrequencia.dat"
           organization is indexed
           access mode is sequential
           lock mode is automatic
           record key is fd-hfa-chave
           file status is ws-fs-arqHistFrequenciaAnt.

           select arqHistFrequenciaNovo assign to "arqHistFrequenciaNovo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hf-chave
           file status is ws-fs-arqHistFrequenciaNovo.

           select arqHistRecuperacaoAnt assign to "arqHistRecuperacao.dat"
           organization is indexed
           access mode is sequential
           lock mode is automatic
           record key is fd-hra-chave
           file status is ws-fs-arqHistRecuperacaoAnt.

           select arqHistRecuperacaoNovo assign to "arqHistRecuperacaoNovo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hr-chave
           file status is ws-fs-arqHistRecuperacaoNovo.

           select arqParametrosAnt assign to "arqParametros.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-pa-chave
           file status is ws-fs-arqParametrosAnt.

           select arqParametrosNovo assign to "arqParametrosNovo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-par-chave
           file status is ws-fs-arqParametrosNovo.

           select arqRemessasAnt assign to "arqRemessas.dat"
           organization is indexed
           access mode is sequential
           lock mode is automatic
           record key is fd-rma-seq
           file status is ws-fs-arqRemessasAnt.

           select arqRemessasNovo assign to "arqRemessasNovo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-rm-seq
           alternate record key is fd-rm-ano with duplicates
           file status is ws-fs-arqRemessasNovo.

           select arqDePara assign to "convertematricula.txt"
           organization is line sequential
           file status is ws-fs-arqDePara.

           select arqChkCarga assign to "cargalote.chk"
           organization is line sequential
           file status is ws-fs-arqChkCarga.

           select arqChkVirada assign to "viradaano.chk"
           organization is line sequential
           file status is ws-fs-arqChkVirada.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd  arqAlunosAnt.
       01  fd-alunos-ant.
           05  fd-a-cod                            pic 9(03).
           05  fd-a-aluno                          pic x(25).
           05  fd-a-resto                          pic x(120).

       fd  arqAlunosNovo.
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

       fd  arqNotasAnt.
       01  fd-notas-ant.
           05  fd-nta-chave.
               10  fd-nta-cod                      pic 9(03).
               10  fd-nta-disciplina               pic x(03).
           05  fd-nta-nota-g                       pic x(16).

       fd  arqNotasNovo.
       01  fd-notas-disc.
           05  fd-nt-chave.
               10  fd-nt-cod                       pic 9(08).
               10  fd-nt-disciplina                pic x(03).
           05  fd-nt-nota-g                        pic x(16).

       fd  arqFrequenciaAnt.
       01  fd-frequencia-ant.
           05  fd-fqa-chave.
               10  fd-fqa-cod                      pic 9(03).
               10  fd-fqa-anomes                   pic 9(06).
           05  fd-fqa-aulas                        pic 9(03).
           05  fd-fqa-faltas                       pic 9(03).

       fd  arqFrequenciaNovo.
       01  fd-frequencia.
           05  fd-fq-chave.
               10  fd-fq-cod                       pic 9(08).
               10  fd-fq-anomes                    pic 9(06).
           05  fd-fq-aulas                         pic 9(03).
           05  fd-fq-faltas                        pic 9(03).

       fd  arqRecuperacaoAnt.
       01  fd-recuperacao-ant.
           05  fd-rca-cod                          pic 9(03).
           05  fd-rca-nota-exame                   pic 9(02)v99.

       fd  arqRecuperacaoNovo.
       01  fd-recuperacao.
           05  fd-rc-cod                           pic 9(08).
           05  fd-rc-nota-exame                    pic 9(02)v99.

       fd  arqAuditoriaAnt.
       01  fd-auditoria-ant.
           05  fd-aua-chave.
               10  fd-aua-cod                      pic 9(03).
               10  fd-aua-data                     pic 9(08).
               10  fd-aua-hora                     pic 9(06).
               10  fd-aua-seq                      pic 9(02).
           05  fd-aua-resto                        pic x(93).

       fd  arqAuditoriaNovo.
       01  fd-auditoria.
           05  fd-au-chave.
               10  fd-au-cod                       pic 9(08).
               10  fd-au-data                      pic 9(08).
               10  fd-au-hora                      pic 9(06).
               10  fd-au-seq                       pic 9(02).
           05  fd-au-resto                         pic x(93).

       fd  arqTransferenciasAnt.
       01  fd-transferencia-ant.
           05  fd-tra-chave.
               10  fd-tra-cod                      pic 9(03).
               10  fd-tra-data                     pic 9(08).
               10  fd-tra-hora                     pic 9(06).
               10  fd-tra-seq                      pic 9(02).
           05  fd-tra-resto                        pic x(41).

       fd  arqTransferenciasNovo.
       01  fd-transferencia.
           05  fd-tr-chave.
               10  fd-tr-cod                       pic 9(08).
               10  fd-tr-data                      pic 9(08).
               10  fd-tr-hora                      pic 9(06).
               10  fd-tr-seq                       pic 9(02).
           05  fd-tr-resto                         pic x(41).

       fd  arqDependenciasAnt.
       01  fd-dependencia-ant.
           05  fd-dpa-chave.
               10  fd-dpa-cod                      pic 9(03).
               10  fd-dpa-ano                      pic 9(04).
               10  fd-dpa-disciplina               pic x(03).
           05  fd-dpa-resto                        pic x(20).

       fd  arqDependenciasNovo.
       01  fd-dependencia.
           05  fd-dp-chave.
               10  fd-dp-cod                       pic 9(08).
               10  fd-dp-ano                       pic 9(04).
               10  fd-dp-disciplina                pic x(03).
           05  fd-dp-resto                         pic x(20).

       fd  arqConselhoAnt.
       01  fd-conselho-ant.
           05  fd-coa-chave.
               10  fd-coa-cod                      pic 9(03).
               10  fd-coa-ano                      pic 9(04).
           05  fd-coa-turma                        pic x(03).
           05  fd-coa-resto                        pic x(77).

       fd  arqConselhoNovo.
       01  fd-conselho.
           05  fd-co-chave.
               10  fd-co-cod                       pic 9(08).
               10  fd-co-ano                       pic 9(04).
           05  fd-co-turma                         pic x(03).
           05  fd-co-resto                         pic x(77).

       fd  arqEsperaAnt.
       01  fd-espera-ant.
           05  fd-esa-chave                        pic x(19).
           05  fd-esa-cod                          pic 9(03).
           05  fd-esa-resto                        pic x(135).

       fd  arqEsperaNovo.
       01  fd-espera.
           05  fd-es-chave                         pic x(19).
           05  fd-es-cod                           pic 9(08).
           05  fd-es-resto                         pic x(135).

       fd  arqAlertasAnt.
       01  fd-alertas-ant.
           05  fd-aba-chave.
               10  fd-aba-cod                      pic 9(03).
               10  fd-aba-anomes                   pic 9(06).
           05  fd-aba-resto                        pic x(76).

       fd  arqAlertasNovo.
       01  fd-alertas.
           05  fd-ab-chave.
               10  fd-ab-cod                       pic 9(08).
               10  fd-ab-anomes                    pic 9(06).
           05  fd-ab-resto                         pic x(76).

       fd  arqDocumentosAnt.
       01  fd-documento-ant.
           05  fd-dca-protocolo                    pic 9(07).
           05  fd-dca-inicio                       pic x(09).
           05  fd-dca-cod                          pic 9(03).
           05  fd-dca-resto                        pic x(54).

       fd  arqDocumentosNovo.
       01  fd-documento.
           05  fd-dc-protocolo                     pic 9(07).
           05  fd-dc-inicio                        pic x(09).
           05  fd-dc-cod                           pic 9(08).
           05  fd-dc-resto                         pic x(54).

       fd  arqInepAnt.
       01  fd-inep-ant.
           05  fd-iea-cod                          pic 9(03).
           05  fd-iea-resto                        pic x(93).

       fd  arqInepNovo.
       01  fd-inep.
           05  fd-ie-cod                           pic 9(08).
           05  fd-ie-resto                         pic x(93).

       fd  arqHistAnualAnt.
       01  fd-hist-anual-ant.
           05  fd-haa-chave.
               10  fd-haa-ano                      pic 9(04).
               10  fd-haa-cod                      pic 9(03).
           05  fd-haa-alunos                       pic x(148).

       fd  arqHistAnualNovo.
       01  fd-hist-anual.
           05  fd-ha-chave.
               10  fd-ha-ano                       pic 9(04).
               10  fd-ha-cod                       pic 9(08).
           05  fd-ha-alunos                        pic x(156).

       fd  arqHistNotasAnt.
       01  fd-hist-notas-ant.
           05  fd-hna-chave.
               10  fd-hna-ano                      pic 9(04).
               10  fd-hna-cod                      pic 9(03).
               10  fd-hna-disciplina               pic x(03).
           05  fd-hna-nota-g                       pic x(16).

       fd  arqHistNotasNovo.
       01  fd-hist-notas.
           05  fd-hn-chave.
               10  fd-hn-ano                       pic 9(04).
               10  fd-hn-cod                       pic 9(08).
               10  fd-hn-disciplina                pic x(03).
           05  fd-hn-nota-g                        pic x(16).

       fd  arqHistFrequenciaAnt.
       01  fd-hist-frequencia-ant.
           05  fd-hfa-chave.
               10  fd-hfa-ano                      pic 9(04).
               10  fd-hfa-cod                      pic 9(03).
               10  fd-hfa-anomes                   pic 9(06).
           05  fd-hfa-aulas                        pic 9(03).
           05  fd-hfa-faltas                       pic 9(03).

       fd  arqHistFrequenciaNovo.
       01  fd-hist-frequencia.
           05  fd-hf-chave.
               10  fd-hf-ano                       pic 9(04).
               10  fd-hf-cod                       pic 9(08).
               10  fd-hf-anomes                    pic 9(06).
           05  fd-hf-aulas                         pic 9(03).
           05  fd-hf-faltas                        pic 9(03).

       fd  arqHistRecuperacaoAnt.
       01  fd-hist-recuperacao-ant.
           05  fd-hra-chave.
               10  fd-hra-ano                      pic 9(04).
               10  fd-hra-cod                      pic 9(03).
           05  fd-hra-nota-exame                   pic 9(02)v99.

       fd  arqHistRecuperacaoNovo.
       01  fd-hist-recuperacao.
           05  fd-hr-chave.
               10  fd-hr-ano                       pic 9(04).
               10  fd-hr-cod                       pic 9(08).
           05  fd-hr-nota-exame                    pic 9(02)v99.

       fd  arqParametrosAnt.
       01  fd-parametros-ant.
           05  fd-pa-chave                         pic x(08).
           05  fd-pa-proximo-cod                   pic 9(03).
           05  fd-pa-ano-letivo                    pic 9(04).
           05  fd-pa-resto                         pic x(41).

       fd  arqParametrosNovo.
       01  fd-parametros.
           05  fd-par-chave                        pic x(08).
           05  fd-par-proximo-cod                  pic 9(08).
           05  fd-par-ano-letivo                   pic 9(04).
           05  fd-par-resto                        pic x(41).

       fd  arqRemessasAnt.
       01  fd-remessa-ant.
           05  fd-rma-seq                          pic 9(05).
           05  fd-rma-ano                          pic 9(04).
           05  fd-rma-meio.
               10  fd-rma-escola                   pic x(08).
               10  fd-rma-tipo                     pic x(01).
               10  fd-rma-situacao                 pic x(01).
                   88  fd-rma-enviada                   value "E".
               10  filler                          pic x(30).
           05  fd-rma-soma-controle                pic 9(09).
           05  fd-rma-fim                          pic x(20).

       fd  arqRemessasNovo.
       01  fd-remessa.
           05  fd-rm-seq                           pic 9(05).
           05  fd-rm-ano                           pic 9(04).
           05  fd-rm-meio                          pic x(40).
           05  fd-rm-soma-controle                 pic 9(12).
           05  fd-rm-fim                           pic x(20).

       fd  arqDePara.
       01  fd-depara-linha                         pic x(80).

      *>  checkpoints das rotinas com retomada (layout anterior a matricula)
       fd  arqChkCarga.
       01  fd-chk-carga.
           05  fd-chc-linha                        pic 9(06).
           05  fd-chc-cod                          pic 9(03).
           05  fd-chc-nome                         pic x(25).

       fd  arqChkVirada.
       01  fd-chk-virada.
           05  fd-chv-etapa                        pic 9(01).
           05  fd-chv-cod                          pic 9(03).
           05  fd-chv-ano                          pic 9(04).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAlunosAnt                      pic 9(02).
       77  ws-fs-arqAlunosNovo                     pic 9(02).
       77  ws-fs-arqNotasAnt                       pic 9(02).
       77  ws-fs-arqNotasNovo                      pic 9(02).
       77  ws-fs-arqFrequenciaAnt                  pic 9(02).
       77  ws-fs-arqFrequenciaNovo                 pic 9(02).
       77  ws-fs-arqRecuperacaoAnt                 pic 9(02).
       77  ws-fs-arqRecuperacaoNovo                pic 9(02).
       77  ws-fs-arqAuditoriaAnt                   pic 9(02).
       77  ws-fs-arqAuditoriaNovo                  pic 9(02).
       77  ws-fs-arqTransferenciasAnt              pic 9(02).
       77  ws-fs-arqTransferenciasNovo             pic 9(02).
       77  ws-fs-arqDependenciasAnt                pic 9(02).
       77  ws-fs-arqDependenciasNovo               pic 9(02).
       77  ws-fs-arqConselhoAnt                    pic 9(02).
       77  ws-fs-arqConselhoNovo                   pic 9(02).
       77  ws-fs-arqEsperaAnt                      pic 9(02).
       77  ws-fs-arqEsperaNovo                     pic 9(02).
       77  ws-fs-arqAlertasAnt                     pic 9(02).
       77  ws-fs-arqAlertasNovo                    pic 9(02).
       77  ws-fs-arqDocumentosAnt                  pic 9(02).
       77  ws-fs-arqDocumentosNovo                 pic 9(02).
       77  ws-fs-arqInepAnt                        pic 9(02).
       77  ws-fs-arqInepNovo                       pic 9(02).
       77  ws-fs-arqHistAnualAnt                   pic 9(02).
       77  ws-fs-arqHistAnualNovo                  pic 9(02).
       77  ws-fs-arqHistNotasAnt                   pic 9(02).
       77  ws-fs-arqHistNotasNovo                  pic 9(02).
       77  ws-fs-arqHistFrequenciaAnt              pic 9(02).
       77  ws-fs-arqHistFrequenciaNovo             pic 9(02).
       77  ws-fs-arqHistRecuperacaoAnt             pic 9(02).
       77  ws-fs-arqHistRecuperacaoNovo            pic 9(02).
       77  ws-fs-arqParametrosAnt                  pic 9(02).
       77  ws-fs-arqParametrosNovo                 pic 9(02).
       77  ws-fs-arqRemessasAnt                    pic 9(02).
       77  ws-fs-arqRemessasNovo                   pic 9(02).
       77  ws-fs-arqDePara                         pic 9(02).
       77  ws-fs-arqChkCarga                       pic 9(02).
       77  ws-fs-arqChkVirada                      pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

       01  ws-controle-conversao.
           05  ws-ano-letivo                       pic 9(04).
           05  ws-cod-ant                          pic 9(03).
           05  ws-matricula                        pic 9(08).
           05  ws-ano-busca                        pic 9(04).
           05  ws-ind-dp                           pic 9(04).
           05  ws-ind-ano                          pic 9(03).
           05  ws-ind-aux                          pic 9(03).
           05  ws-ind-arq                          pic 9(02).
           05  ws-pendencia                        pic x(01) value "N".
               88  ws-pendencia-sim                     value "S".
               88  ws-pendencia-nao                     value "N".
           05  ws-divergencia                      pic x(01) value "N".
               88  ws-divergencia-sim                   value "S".
               88  ws-divergencia-nao                   value "N".

      *>  imagem do cadastro do aluno antes e depois da matricula, usada no
      *>  proprio arqAlunos e dentro do arqHistAnual
       01  ws-aluno-ant.
           05  ws-aa-cod                           pic 9(03).
           05  ws-aa-aluno                         pic x(25).
           05  ws-aa-resto                         pic x(120).

       01  ws-aluno-novo.
           05  ws-ao-cod                           pic 9(08).
           05  ws-ao-aluno                         pic x(25).
           05  ws-ao-resto                         pic x(120).
           05  ws-ao-cod-anterior                  pic 9(03).

      *>  de-para indexado pelo codigo antigo + 1 (codigo zero = aluno sem
      *>  codigo na lista de espera, continua zero)
       01  ws-tab-depara.
           05  ws-dp-item occurs 1000.
               10  ws-dp-matricula                 pic 9(08) value zero.
               10  ws-dp-ano                       pic 9(04) value zero.
               10  ws-dp-origem                    pic x(01) value space.
                   88  ws-dp-origem-cadastro            value "C".
                   88  ws-dp-origem-historico           value "H".
                   88  ws-dp-origem-sem-cadastro        value "S".
               10  ws-dp-aluno                     pic x(25) value spaces.

      *>  ultima sequencia atribuida por ano de ingresso
       01  ws-tab-anos.
           05  ws-ta-qtd                           pic 9(03) value zero.
           05  ws-ta-item occurs 200.
               10  ws-ta-ano                       pic 9(04).
               10  ws-ta-ultima-seq                pic 9(04).

       01  ws-nomes-arquivos.
           05  filler                              pic x(20) value "arqAlunos".
           05  filler                              pic x(20) value "arqNotas".
           05  filler                              pic x(20) value "arqFrequencia".
           05  filler                              pic x(20) value "arqRecuperacao".
           05  filler                              pic x(20) value "arqAuditoria".
           05  filler                              pic x(20) value "arqTransferencias".
           05  filler                              pic x(20) value "arqDependencias".
           05  filler                              pic x(20) value "arqConselho".
           05  filler                              pic x(20) value "arqEspera".
           05  filler                              pic x(20) value "arqAlertas".
           05  filler                              pic x(20) value "arqDocumentos".
           05  filler                              pic x(20) value "arqInep".
           05  filler                              pic x(20) value "arqHistAnual".
           05  filler                              pic x(20) value "arqHistNotas".
           05  filler                              pic x(20) value "arqHistFrequencia".
           05  filler                              pic x(20) value "arqHistRecuperacao".
           05  filler                              pic x(20) value "arqParametros".
           05  filler                              pic x(20) value "arqRemessas".
       01  ws-nomes-arquivos-r redefines ws-nomes-arquivos.
           05  ws-na-nome occurs 18                pic x(20).

       01  ws-tab-contagem.
           05  ws-ct-item occurs 18.
               10  ws-ct-existe                    pic x(01) value "N".
                   88  ws-ct-existe-sim                 value "S".
                   88  ws-ct-existe-nao                 value "N".
               10  ws-ct-antes                     pic 9(07) value zero.
               10  ws-ct-depois                    pic 9(07) value zero.

       01  ws-contadores.
           05  ws-qtd-matriculas                   pic 9(05) value zero.
           05  ws-qtd-sem-cadastro                 pic 9(05) value zero.

       01  ws-relatorio.
           05  ws-depara-det                       pic x(80).
           05  ws-origem-desc                      pic x(12).
           05  ws-situacao-desc                    pic x(11).
           05  ws-antes-edit                       pic z(06)9.
           05  ws-depois-edit                      pic z(06)9.

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

           perform verificar-checkpoints
           perform verificar-remessas

           if ws-pendencia-sim then
               display "Conversao cancelada - resolva as pendencias acima"
               Stop run
           end-if

           perform carregar-ano-letivo
           perform montar-depara

           open output arqDePara
           if ws-fs-arqDePara  <> 00 then
               move 37                                to ws-msn-erro-ofsset
               move ws-fs-arqDePara                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDePara "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  recusa a conversao com carga em lote ou virada de ano interrompida:
      *>  o checkpoint guarda codigos no formato antigo
      *>------------------------------------------------------------------------
       verificar-checkpoints section.

           open input arqChkCarga
           evaluate ws-fs-arqChkCarga
               when 00
                   read arqChkCarga
                   if ws-fs-arqChkCarga = 00 then
                       if (fd-chc-linha numeric and fd-chc-linha > 0)
                       or (fd-chc-cod numeric and fd-chc-cod > 0) then
                           display "Carga em lote interrompida (cargalote.chk)."
                                   " Conclua a carga antes de converter"
                           set ws-pendencia-sim      to true
                       end-if
                   end-if

                   close arqChkCarga
                   if ws-fs-arqChkCarga  <> 00 then
                       move 38                                   to ws-msn-erro-ofsset
                       move ws-fs-arqChkCarga                    to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqChkCarga "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

               when 35
                   continue

               when other
                   move 38                                  to ws-msn-erro-ofsset
                   move ws-fs-arqChkCarga                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqChkCarga "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           open input arqChkVirada
           evaluate ws-fs-arqChkVirada
               when 00
                   read arqChkVirada
                   if ws-fs-arqChkVirada = 00 then
                       if fd-chv-etapa numeric
                       and fd-chv-etapa > 0 then
                           display "Virada de ano interrompida (viradaano.chk)."
                                   " Conclua a virada antes de converter"
                           set ws-pendencia-sim      to true
                       end-if
                   end-if

                   close arqChkVirada
                   if ws-fs-arqChkVirada  <> 00 then
                       move 39                                    to ws-msn-erro-ofsset
                       move ws-fs-arqChkVirada                    to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqChkVirada "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

               when 35
                   continue

               when other
                   move 39                                   to ws-msn-erro-ofsset
                   move ws-fs-arqChkVirada                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqChkVirada "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       verificar-checkpoints-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  recusa a conversao com remessa enviada aguardando retorno: o retorno
      *>  da secretaria viria com os codigos antigos
      *>------------------------------------------------------------------------
       verificar-remessas section.

           open input arqRemessasAnt
           evaluate ws-fs-arqRemessasAnt
               when 00
                   read arqRemessasAnt next
                   perform until ws-fs-arqRemessasAnt = 10
                       if ws-fs-arqRemessasAnt  <> 00 then
                           move 35                                   to ws-msn-erro-ofsset
                           move ws-fs-arqRemessasAnt                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqRemessasAnt "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if fd-rma-seq > zero
                       and fd-rma-enviada then
                           display "Remessa " fd-rma-seq " do ano " fd-rma-ano
                                   " enviada sem retorno. Processe o retorno"
                                   " antes de converter"
                           set ws-pendencia-sim      to true
                       end-if

                       read arqRemessasAnt next
                   end-perform

                   close arqRemessasAnt
                   if ws-fs-arqRemessasAnt  <> 00 then
                       move 35                                      to ws-msn-erro-ofsset
                       move ws-fs-arqRemessasAnt                    to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqRemessasAnt "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

               when 35
                   continue

               when other
                   move 35                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRemessasAnt                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRemessasAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       verificar-remessas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le o ano letivo corrente, ano de ingresso de quem nao tem historico
      *>------------------------------------------------------------------------
       carregar-ano-letivo section.

           open input arqParametrosAnt
           if ws-fs-arqParametrosAnt  <> 00 then
               move 33                                       to ws-msn-erro-ofsset
               move ws-fs-arqParametrosAnt                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqParametrosAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "GERAL"                             to fd-pa-chave
           read arqParametrosAnt
           if ws-fs-arqParametrosAnt  <> 00 then
               move 33                                     to ws-msn-erro-ofsset
               move ws-fs-arqParametrosAnt                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqParametrosAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move fd-pa-ano-letivo                    to ws-ano-letivo

           close arqParametrosAnt
           if ws-fs-arqParametrosAnt  <> 00 then
               move 33                                        to ws-msn-erro-ofsset
               move ws-fs-arqParametrosAnt                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqParametrosAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       carregar-ano-letivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  monta o de-para: o ano de ingresso e o ano mais antigo do aluno no
      *>  arqHistAnual (ou o ano letivo corrente); a sequencia de cada ano segue
      *>  a ordem dos codigos antigos
      *>------------------------------------------------------------------------
       montar-depara section.

           open input arqAlunosAnt
           if ws-fs-arqAlunosAnt  <> 00 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqAlunosAnt                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunosAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           read arqAlunosAnt next
           perform until ws-fs-arqAlunosAnt = 10
               if ws-fs-arqAlunosAnt  <> 00 then
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunosAnt                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunosAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               compute ws-ind-dp = fd-a-cod + 1
               set ws-dp-origem-cadastro(ws-ind-dp) to true
               move fd-a-aluno                      to ws-dp-aluno(ws-ind-dp)

               read arqAlunosAnt next
           end-perform

           close arqAlunosAnt
           if ws-fs-arqAlunosAnt  <> 00 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqAlunosAnt                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAlunosAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqHistAnualAnt
           evaluate ws-fs-arqHistAnualAnt
               when 00
                   read arqHistAnualAnt next
                   perform until ws-fs-arqHistAnualAnt = 10
                       if ws-fs-arqHistAnualAnt  <> 00 then
                           move 25                                    to ws-msn-erro-ofsset
                           move ws-fs-arqHistAnualAnt                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqHistAnualAnt "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       compute ws-ind-dp = fd-haa-cod + 1
                       if ws-dp-ano(ws-ind-dp) = zero then
                           move fd-haa-ano          to ws-dp-ano(ws-ind-dp)
                       end-if
                       if ws-dp-origem(ws-ind-dp) = space then
                           set ws-dp-origem-historico(ws-ind-dp) to true
                           move fd-haa-alunos       to ws-aluno-ant
                           move ws-aa-aluno         to ws-dp-aluno(ws-ind-dp)
                       end-if

                       read arqHistAnualAnt next
                   end-perform

                   close arqHistAnualAnt
                   if ws-fs-arqHistAnualAnt  <> 00 then
                       move 25                                       to ws-msn-erro-ofsset
                       move ws-fs-arqHistAnualAnt                    to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqHistAnualAnt "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

               when 35
                   continue

               when other
                   move 25                                      to ws-msn-erro-ofsset
                   move ws-fs-arqHistAnualAnt                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistAnualAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           perform varying ws-ind-dp from 2 by 1
                       until ws-ind-dp > 1000
               if ws-dp-origem(ws-ind-dp) <> space then
                   if ws-dp-ano(ws-ind-dp) = zero then
                       move ws-ano-letivo           to ws-dp-ano(ws-ind-dp)
                   end-if
                   perform atribuir-matricula
               end-if
           end-perform

           .
       montar-depara-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procura o ano de ws-ano-busca na tabela de sequencias (zero = nao tem)
      *>------------------------------------------------------------------------
       localizar-ano-ingresso section.

           move zero                                to ws-ind-ano
           perform varying ws-ind-aux from 1 by 1
                       until ws-ind-aux > ws-ta-qtd
                          or ws-ind-ano > zero
               if ws-ta-ano(ws-ind-aux) = ws-ano-busca then
                   move ws-ind-aux                  to ws-ind-ano
               end-if
           end-perform

           .
       localizar-ano-ingresso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  atribui a proxima matricula do ano de ingresso ao item ws-ind-dp
      *>------------------------------------------------------------------------
       atribuir-matricula section.

           move ws-dp-ano(ws-ind-dp)                to ws-ano-busca
           perform localizar-ano-ingresso

           if ws-ind-ano = zero then
               if ws-ta-qtd >= 200 then
                   move 1                                     to ws-msn-erro-ofsset
                   move 22                                    to ws-msn-erro-cod
                   move "Tabela de anos de ingresso cheia "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1                                to ws-ta-qtd
               move ws-ta-qtd                       to ws-ind-ano
               move ws-ano-busca                    to ws-ta-ano(ws-ind-ano)
               move zero                            to ws-ta-ultima-seq(ws-ind-ano)
           end-if

           if ws-ta-ultima-seq(ws-ind-ano) >= 9999 then
               move 1                                           to ws-msn-erro-ofsset
               move 22                                          to ws-msn-erro-cod
               move "Sem matricula livre no ano de ingresso "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1                                    to ws-ta-ultima-seq(ws-ind-ano)
           compute ws-dp-matricula(ws-ind-dp) = ws-ano-busca * 10000
                                              + ws-ta-ultima-seq(ws-ind-ano)
           add 1                                    to ws-qtd-matriculas

           .
       atribuir-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  devolve em ws-matricula a matricula do codigo antigo ws-cod-ant; codigo
      *>  sem cadastro nem historico recebe matricula do ano letivo corrente
      *>------------------------------------------------------------------------
       obter-matricula section.

           if ws-cod-ant = zero then
               move zero                            to ws-matricula
           else
               compute ws-ind-dp = ws-cod-ant + 1
               if ws-dp-matricula(ws-ind-dp) = zero then
                   set ws-dp-origem-sem-cadastro(ws-ind-dp) to true
                   move ws-ano-letivo               to ws-dp-ano(ws-ind-dp)
                   perform atribuir-matricula
                   add 1                            to ws-qtd-sem-cadastro
               end-if
               move ws-dp-matricula(ws-ind-dp)      to ws-matricula
           end-if

           .
       obter-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           perform converter-alunos
           perform converter-notas
           perform converter-frequencia
           perform converter-recuperacao
           perform converter-auditoria
           perform converter-transferencias
           perform converter-dependencias
           perform converter-conselho
           perform converter-espera
           perform converter-alertas
           perform converter-documentos
           perform converter-inep
           perform converter-histanual
           perform converter-histnotas
           perform converter-histfrequencia
           perform converter-histrecuperacao
           perform converter-parametros
           perform converter-remessas

           perform gravar-depara
           perform conferir-contagens

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte o arqAlunos.dat para arqAlunosNovo.dat
      *>------------------------------------------------------------------------
       converter-alunos section.

           open input arqAlunosAnt
           if ws-fs-arqAlunosAnt  <> 00 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqAlunosAnt                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunosAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           set ws-ct-existe-sim(1)               to true
           open output arqAlunosNovo
           if ws-fs-arqAlunosNovo  <> 00 then
               move 2                                     to ws-msn-erro-ofsset
               move ws-fs-arqAlunosNovo                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunosNovo "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform converter-registro-alunos
               until ws-fs-arqAlunosAnt = 10

           close arqAlunosAnt
           if ws-fs-arqAlunosAnt  <> 00 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqAlunosAnt                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAlunosAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAlunosNovo
           if ws-fs-arqAlunosNovo  <> 00 then
               move 2                                      to ws-msn-erro-ofsset
               move ws-fs-arqAlunosNovo                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAlunosNovo "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       converter-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  copia o aluno com a matricula nova e guarda o codigo antigo
      *>------------------------------------------------------------------------
       converter-registro-alunos section.

           read arqAlunosAnt next
           if ws-fs-arqAlunosAnt  <> 00
           and ws-fs-arqAlunosAnt  <> 10 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqAlunosAnt                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqAlunosAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqAlunosAnt = 00 then

               move fd-alunos-ant                   to ws-aluno-ant
               move fd-a-cod                        to ws-cod-ant
               perform obter-matricula
               move ws-matricula                    to ws-ao-cod
               move ws-aa-aluno                     to ws-ao-aluno
               move ws-aa-resto                     to ws-ao-resto
               move fd-a-cod                        to ws-ao-cod-anterior
               move ws-aluno-novo                   to fd-alunos

               write fd-alunos
               if ws-fs-arqAlunosNovo  <> 00 then
                   move 2                                      to ws-msn-erro-ofsset
                   move ws-fs-arqAlunosNovo                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqAlunosNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1                                to ws-ct-antes(1)

           end-if

           .
       converter-registro-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte o arqNotas.dat para arqNotasNovo.dat
      *>------------------------------------------------------------------------
       converter-notas section.

           open input arqNotasAnt
           evaluate ws-fs-arqNotasAnt
               when 00
                   set ws-ct-existe-sim(2)          to true
               when 35
                   set ws-ct-existe-nao(2)          to true
               when other
                   move 3                                   to ws-msn-erro-ofsset
                   move ws-fs-arqNotasAnt                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqNotasAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-ct-existe-sim(2) then

               open output arqNotasNovo
               if ws-fs-arqNotasNovo  <> 00 then
                   move 4                                    to ws-msn-erro-ofsset
                   move ws-fs-arqNotasNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqNotasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform converter-registro-notas
                   until ws-fs-arqNotasAnt = 10

               close arqNotasAnt
               if ws-fs-arqNotasAnt  <> 00 then
                   move 3                                    to ws-msn-erro-ofsset
                   move ws-fs-arqNotasAnt                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqNotasAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqNotasNovo
               if ws-fs-arqNotasNovo  <> 00 then
                   move 4                                     to ws-msn-erro-ofsset
                   move ws-fs-arqNotasNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqNotasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       converter-notas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  copia as notas por disciplina com a matricula nova
      *>------------------------------------------------------------------------
       converter-registro-notas section.

           read arqNotasAnt next
           if ws-fs-arqNotasAnt  <> 00
           and ws-fs-arqNotasAnt  <> 10 then
               move 3                                 to ws-msn-erro-ofsset
               move ws-fs-arqNotasAnt                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqNotasAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqNotasAnt = 00 then

               move fd-nta-cod                      to ws-cod-ant
               perform obter-matricula
               move ws-matricula                    to fd-nt-cod
               move fd-nta-disciplina               to fd-nt-disciplina
               move fd-nta-nota-g                   to fd-nt-nota-g

               write fd-notas-disc
               if ws-fs-arqNotasNovo  <> 00 then
                   move 4                                     to ws-msn-erro-ofsset
                   move ws-fs-arqNotasNovo                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqNotasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1                                to ws-ct-antes(2)

           end-if

           .
       converter-registro-notas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte o arqFrequencia.dat para arqFrequenciaNovo.dat
      *>------------------------------------------------------------------------
       converter-frequencia section.

           open input arqFrequenciaAnt
           evaluate ws-fs-arqFrequenciaAnt
               when 00
                   set ws-ct-existe-sim(3)          to true
               when 35
                   set ws-ct-existe-nao(3)          to true
               when other
                   move 5                                        to ws-msn-erro-ofsset
                   move ws-fs-arqFrequenciaAnt                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqFrequenciaAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-ct-existe-sim(3) then

               open output arqFrequenciaNovo
               if ws-fs-arqFrequenciaNovo  <> 00 then
                   move 6                                         to ws-msn-erro-ofsset
                   move ws-fs-arqFrequenciaNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqFrequenciaNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform converter-registro-frequencia
                   until ws-fs-arqFrequenciaAnt = 10

               close arqFrequenciaAnt
               if ws-fs-arqFrequenciaAnt  <> 00 then
                   move 5                                         to ws-msn-erro-ofsset
                   move ws-fs-arqFrequenciaAnt                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqFrequenciaAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqFrequenciaNovo
               if ws-fs-arqFrequenciaNovo  <> 00 then
                   move 6                                          to ws-msn-erro-ofsset
                   move ws-fs-arqFrequenciaNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqFrequenciaNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       converter-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  copia a frequencia mensal com a matricula nova
      *>------------------------------------------------------------------------
       converter-registro-frequencia section.

           read arqFrequenciaAnt next
           if ws-fs-arqFrequenciaAnt  <> 00
           and ws-fs-arqFrequenciaAnt  <> 10 then
               move 5                                      to ws-msn-erro-ofsset
               move ws-fs-arqFrequenciaAnt                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqFrequenciaAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqFrequenciaAnt = 00 then

               move fd-fqa-cod                      to ws-cod-ant
               perform obter-matricula
               move ws-matricula                    to fd-fq-cod
               move fd-fqa-anomes                   to fd-fq-anomes
               move fd-fqa-aulas                    to fd-fq-aulas
               move fd-fqa-faltas                   to fd-fq-faltas

               write fd-frequencia
               if ws-fs-arqFrequenciaNovo  <> 00 then
                   move 6                                          to ws-msn-erro-ofsset
                   move ws-fs-arqFrequenciaNovo                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqFrequenciaNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1                                to ws-ct-antes(3)

           end-if

           .
       converter-registro-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte o arqRecuperacao.dat para arqRecuperacaoNovo.dat
      *>------------------------------------------------------------------------
       converter-recuperacao section.

           open input arqRecuperacaoAnt
           evaluate ws-fs-arqRecuperacaoAnt
               when 00
                   set ws-ct-existe-sim(4)          to true
               when 35
                   set ws-ct-existe-nao(4)          to true
               when other
                   move 7                                         to ws-msn-erro-ofsset
                   move ws-fs-arqRecuperacaoAnt                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRecuperacaoAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-ct-existe-sim(4) then

               open output arqRecuperacaoNovo
               if ws-fs-arqRecuperacaoNovo  <> 00 then
                   move 8                                          to ws-msn-erro-ofsset
                   move ws-fs-arqRecuperacaoNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRecuperacaoNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform converter-registro-recuperacao
                   until ws-fs-arqRecuperacaoAnt = 10

               close arqRecuperacaoAnt
               if ws-fs-arqRecuperacaoAnt  <> 00 then
                   move 7                                          to ws-msn-erro-ofsset
                   move ws-fs-arqRecuperacaoAnt                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqRecuperacaoAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqRecuperacaoNovo
               if ws-fs-arqRecuperacaoNovo  <> 00 then
                   move 8                                           to ws-msn-erro-ofsset
                   move ws-fs-arqRecuperacaoNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqRecuperacaoNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       converter-recuperacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  copia a nota de exame com a matricula nova
      *>------------------------------------------------------------------------
       converter-registro-recuperacao section.

           read arqRecuperacaoAnt next
           if ws-fs-arqRecuperacaoAnt  <> 00
           and ws-fs-arqRecuperacaoAnt  <> 10 then
               move 7                                       to ws-msn-erro-ofsset
               move ws-fs-arqRecuperacaoAnt                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqRecuperacaoAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqRecuperacaoAnt = 00 then

               move fd-rca-cod                      to ws-cod-ant
               perform obter-matricula
               move ws-matricula                    to fd-rc-cod
               move fd-rca-nota-exame               to fd-rc-nota-exame

               write fd-recuperacao
               if ws-fs-arqRecuperacaoNovo  <> 00 then
                   move 8                                           to ws-msn-erro-ofsset
                   move ws-fs-arqRecuperacaoNovo                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqRecuperacaoNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1                                to ws-ct-antes(4)

           end-if

           .
       converter-registro-recuperacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte o arqAuditoria.dat para arqAuditoriaNovo.dat
      *>------------------------------------------------------------------------
       converter-auditoria section.

           open input arqAuditoriaAnt
           evaluate ws-fs-arqAuditoriaAnt
               when 00
                   set ws-ct-existe-sim(5)          to true
               when 35
                   set ws-ct-existe-nao(5)          to true
               when other
                   move 9                                       to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoriaAnt                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAuditoriaAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-ct-existe-sim(5) then

               open output arqAuditoriaNovo
               if ws-fs-arqAuditoriaNovo  <> 00 then
                   move 10                                       to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoriaNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAuditoriaNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform converter-registro-auditoria
                   until ws-fs-arqAuditoriaAnt = 10

               close arqAuditoriaAnt
               if ws-fs-arqAuditoriaAnt  <> 00 then
                   move 9                                        to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoriaAnt                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqAuditoriaAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqAuditoriaNovo
               if ws-fs-arqAuditoriaNovo  <> 00 then
                   move 10                                        to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoriaNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqAuditoriaNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       converter-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  copia o registro de auditoria com a matricula nova
      *>------------------------------------------------------------------------
       converter-registro-auditoria section.

           read arqAuditoriaAnt next
           if ws-fs-arqAuditoriaAnt  <> 00
           and ws-fs-arqAuditoriaAnt  <> 10 then
               move 9                                     to ws-msn-erro-ofsset
               move ws-fs-arqAuditoriaAnt                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqAuditoriaAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqAuditoriaAnt = 00 then

               move fd-aua-cod                      to ws-cod-ant
               perform obter-matricula
               move ws-matricula                    to fd-au-cod
               move fd-aua-data                     to fd-au-data
               move fd-aua-hora                     to fd-au-hora
               move fd-aua-seq                      to fd-au-seq
               move fd-aua-resto                    to fd-au-resto

               write fd-auditoria
               if ws-fs-arqAuditoriaNovo  <> 00 then
                   move 10                                        to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoriaNovo                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqAuditoriaNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1                                to ws-ct-antes(5)

           end-if

           .
       converter-registro-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte o arqTransferencias.dat para arqTransferenciasNovo.dat
      *>------------------------------------------------------------------------
       converter-transferencias section.

           open input arqTransferenciasAnt
           evaluate ws-fs-arqTransferenciasAnt
               when 00
                   set ws-ct-existe-sim(6)          to true
               when 35
                   set ws-ct-existe-nao(6)          to true
               when other
                   move 11                                           to ws-msn-erro-ofsset
                   move ws-fs-arqTransferenciasAnt                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTransferenciasAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-ct-existe-sim(6) then

               open output arqTransferenciasNovo
               if ws-fs-arqTransferenciasNovo  <> 00 then
                   move 12                                            to ws-msn-erro-ofsset
                   move ws-fs-arqTransferenciasNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTransferenciasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform converter-registro-transferencias
                   until ws-fs-arqTransferenciasAnt = 10

               close arqTransferenciasAnt
               if ws-fs-arqTransferenciasAnt  <> 00 then
                   move 11                                            to ws-msn-erro-ofsset
                   move ws-fs-arqTransferenciasAnt                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqTransferenciasAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqTransferenciasNovo
               if ws-fs-arqTransferenciasNovo  <> 00 then
                   move 12                                             to ws-msn-erro-ofsset
                   move ws-fs-arqTransferenciasNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqTransferenciasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       converter-transferencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  copia a transferencia com a matricula nova
      *>------------------------------------------------------------------------
       converter-registro-transferencias section.

           read arqTransferenciasAnt next
           if ws-fs-arqTransferenciasAnt  <> 00
           and ws-fs-arqTransferenciasAnt  <> 10 then
               move 11                                         to ws-msn-erro-ofsset
               move ws-fs-arqTransferenciasAnt                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqTransferenciasAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqTransferenciasAnt = 00 then

               move fd-tra-cod                      to ws-cod-ant
               perform obter-matricula
               move ws-matricula                    to fd-tr-cod
               move fd-tra-data                     to fd-tr-data
               move fd-tra-hora                     to fd-tr-hora
               move fd-tra-seq                      to fd-tr-seq
               move fd-tra-resto                    to fd-tr-resto

               write fd-transferencia
               if ws-fs-arqTransferenciasNovo  <> 00 then
                   move 12                                             to ws-msn-erro-ofsset
                   move ws-fs-arqTransferenciasNovo                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqTransferenciasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1                                to ws-ct-antes(6)

           end-if

           .
       converter-registro-transferencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte o arqDependencias.dat para arqDependenciasNovo.dat
      *>------------------------------------------------------------------------
       converter-dependencias section.

           open input arqDependenciasAnt
           evaluate ws-fs-arqDependenciasAnt
               when 00
                   set ws-ct-existe-sim(7)          to true
               when 35
                   set ws-ct-existe-nao(7)          to true
               when other
                   move 13                                         to ws-msn-erro-ofsset
                   move ws-fs-arqDependenciasAnt                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDependenciasAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-ct-existe-sim(7) then

               open output arqDependenciasNovo
               if ws-fs-arqDependenciasNovo  <> 00 then
                   move 14                                          to ws-msn-erro-ofsset
                   move ws-fs-arqDependenciasNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDependenciasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform converter-registro-dependencias
                   until ws-fs-arqDependenciasAnt = 10

               close arqDependenciasAnt
               if ws-fs-arqDependenciasAnt  <> 00 then
                   move 13                                          to ws-msn-erro-ofsset
                   move ws-fs-arqDependenciasAnt                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqDependenciasAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqDependenciasNovo
               if ws-fs-arqDependenciasNovo  <> 00 then
                   move 14                                           to ws-msn-erro-ofsset
                   move ws-fs-arqDependenciasNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqDependenciasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       converter-dependencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  copia a dependencia com a matricula nova
      *>------------------------------------------------------------------------
       converter-registro-dependencias section.

           read arqDependenciasAnt next
           if ws-fs-arqDependenciasAnt  <> 00
           and ws-fs-arqDependenciasAnt  <> 10 then
               move 13                                       to ws-msn-erro-ofsset
               move ws-fs-arqDependenciasAnt                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqDependenciasAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqDependenciasAnt = 00 then

               move fd-dpa-cod                      to ws-cod-ant
               perform obter-matricula
               move ws-matricula                    to fd-dp-cod
               move fd-dpa-ano                      to fd-dp-ano
               move fd-dpa-disciplina               to fd-dp-disciplina
               move fd-dpa-resto                    to fd-dp-resto

               write fd-dependencia
               if ws-fs-arqDependenciasNovo  <> 00 then
                   move 14                                           to ws-msn-erro-ofsset
                   move ws-fs-arqDependenciasNovo                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqDependenciasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1                                to ws-ct-antes(7)

           end-if

           .
       converter-registro-dependencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte o arqConselho.dat para arqConselhoNovo.dat
      *>------------------------------------------------------------------------
       converter-conselho section.

           open input arqConselhoAnt
           evaluate ws-fs-arqConselhoAnt
               when 00
                   set ws-ct-existe-sim(8)          to true
               when 35
                   set ws-ct-existe-nao(8)          to true
               when other
                   move 15                                     to ws-msn-erro-ofsset
                   move ws-fs-arqConselhoAnt                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqConselhoAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-ct-existe-sim(8) then

               open output arqConselhoNovo
               if ws-fs-arqConselhoNovo  <> 00 then
                   move 16                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConselhoNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqConselhoNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform converter-registro-conselho
                   until ws-fs-arqConselhoAnt = 10

               close arqConselhoAnt
               if ws-fs-arqConselhoAnt  <> 00 then
                   move 15                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConselhoAnt                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqConselhoAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqConselhoNovo
               if ws-fs-arqConselhoNovo  <> 00 then
                   move 16                                       to ws-msn-erro-ofsset
                   move ws-fs-arqConselhoNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqConselhoNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       converter-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  copia a deliberacao do conselho com a matricula nova
      *>------------------------------------------------------------------------
       converter-registro-conselho section.

           read arqConselhoAnt next
           if ws-fs-arqConselhoAnt  <> 00
           and ws-fs-arqConselhoAnt  <> 10 then
               move 15                                   to ws-msn-erro-ofsset
               move ws-fs-arqConselhoAnt                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqConselhoAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqConselhoAnt = 00 then

               move fd-coa-cod                      to ws-cod-ant
               perform obter-matricula
               move ws-matricula                    to fd-co-cod
               move fd-coa-ano                      to fd-co-ano
               move fd-coa-turma                    to fd-co-turma
               move fd-coa-resto                    to fd-co-resto

               write fd-conselho
               if ws-fs-arqConselhoNovo  <> 00 then
                   move 16                                       to ws-msn-erro-ofsset
                   move ws-fs-arqConselhoNovo                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqConselhoNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1                                to ws-ct-antes(8)

           end-if

           .
       converter-registro-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte o arqEspera.dat para arqEsperaNovo.dat
      *>------------------------------------------------------------------------
       converter-espera section.

           open input arqEsperaAnt
           evaluate ws-fs-arqEsperaAnt
               when 00
                   set ws-ct-existe-sim(9)          to true
               when 35
                   set ws-ct-existe-nao(9)          to true
               when other
                   move 17                                   to ws-msn-erro-ofsset
                   move ws-fs-arqEsperaAnt                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqEsperaAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-ct-existe-sim(9) then

               open output arqEsperaNovo
               if ws-fs-arqEsperaNovo  <> 00 then
                   move 18                                    to ws-msn-erro-ofsset
                   move ws-fs-arqEsperaNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqEsperaNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform converter-registro-espera
                   until ws-fs-arqEsperaAnt = 10

               close arqEsperaAnt
               if ws-fs-arqEsperaAnt  <> 00 then
                   move 17                                    to ws-msn-erro-ofsset
                   move ws-fs-arqEsperaAnt                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqEsperaAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqEsperaNovo
               if ws-fs-arqEsperaNovo  <> 00 then
                   move 18                                     to ws-msn-erro-ofsset
                   move ws-fs-arqEsperaNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqEsperaNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       converter-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  copia o pedido da lista de espera; aluno novo (cod zero) segue zero
      *>------------------------------------------------------------------------
       converter-registro-espera section.

           read arqEsperaAnt next
           if ws-fs-arqEsperaAnt  <> 00
           and ws-fs-arqEsperaAnt  <> 10 then
               move 17                                 to ws-msn-erro-ofsset
               move ws-fs-arqEsperaAnt                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqEsperaAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqEsperaAnt = 00 then

               move fd-esa-chave                    to fd-es-chave
               move fd-esa-cod                      to ws-cod-ant
               perform obter-matricula
               move ws-matricula                    to fd-es-cod
               move fd-esa-resto                    to fd-es-resto

               write fd-espera
               if ws-fs-arqEsperaNovo  <> 00 then
                   move 18                                     to ws-msn-erro-ofsset
                   move ws-fs-arqEsperaNovo                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqEsperaNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1                                to ws-ct-antes(9)

           end-if

           .
       converter-registro-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte o arqAlertas.dat para arqAlertasNovo.dat
      *>------------------------------------------------------------------------
       converter-alertas section.

           open input arqAlertasAnt
           evaluate ws-fs-arqAlertasAnt
               when 00
                   set ws-ct-existe-sim(10)         to true
               when 35
                   set ws-ct-existe-nao(10)         to true
               when other
                   move 19                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAlertasAnt                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAlertasAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-ct-existe-sim(10) then

               open output arqAlertasNovo
               if ws-fs-arqAlertasNovo  <> 00 then
                   move 20                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAlertasNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAlertasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform converter-registro-alertas
                   until ws-fs-arqAlertasAnt = 10

               close arqAlertasAnt
               if ws-fs-arqAlertasAnt  <> 00 then
                   move 19                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAlertasAnt                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqAlertasAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqAlertasNovo
               if ws-fs-arqAlertasNovo  <> 00 then
                   move 20                                      to ws-msn-erro-ofsset
                   move ws-fs-arqAlertasNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqAlertasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       converter-alertas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  copia o alerta de evasao com a matricula nova
      *>------------------------------------------------------------------------
       converter-registro-alertas section.

           read arqAlertasAnt next
           if ws-fs-arqAlertasAnt  <> 00
           and ws-fs-arqAlertasAnt  <> 10 then
               move 19                                  to ws-msn-erro-ofsset
               move ws-fs-arqAlertasAnt                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqAlertasAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqAlertasAnt = 00 then

               move fd-aba-cod                      to ws-cod-ant
               perform obter-matricula
               move ws-matricula                    to fd-ab-cod
               move fd-aba-anomes                   to fd-ab-anomes
               move fd-aba-resto                    to fd-ab-resto

               write fd-alertas
               if ws-fs-arqAlertasNovo  <> 00 then
                   move 20                                      to ws-msn-erro-ofsset
                   move ws-fs-arqAlertasNovo                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqAlertasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1                                to ws-ct-antes(10)

           end-if

           .
       converter-registro-alertas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte o arqDocumentos.dat para arqDocumentosNovo.dat
      *>------------------------------------------------------------------------
       converter-documentos section.

           open input arqDocumentosAnt
           evaluate ws-fs-arqDocumentosAnt
               when 00
                   set ws-ct-existe-sim(11)         to true
               when 35
                   set ws-ct-existe-nao(11)         to true
               when other
                   move 21                                       to ws-msn-erro-ofsset
                   move ws-fs-arqDocumentosAnt                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDocumentosAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-ct-existe-sim(11) then

               open output arqDocumentosNovo
               if ws-fs-arqDocumentosNovo  <> 00 then
                   move 22                                        to ws-msn-erro-ofsset
                   move ws-fs-arqDocumentosNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDocumentosNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform converter-registro-documentos
                   until ws-fs-arqDocumentosAnt = 10

               close arqDocumentosAnt
               if ws-fs-arqDocumentosAnt  <> 00 then
                   move 21                                        to ws-msn-erro-ofsset
                   move ws-fs-arqDocumentosAnt                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqDocumentosAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqDocumentosNovo
               if ws-fs-arqDocumentosNovo  <> 00 then
                   move 22                                         to ws-msn-erro-ofsset
                   move ws-fs-arqDocumentosNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqDocumentosNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       converter-documentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  copia o documento emitido com a matricula nova; o registro de controle
      *>  (protocolo zero) e copiado sem alteracao
      *>------------------------------------------------------------------------
       converter-registro-documentos section.

           read arqDocumentosAnt next
           if ws-fs-arqDocumentosAnt  <> 00
           and ws-fs-arqDocumentosAnt  <> 10 then
               move 21                                     to ws-msn-erro-ofsset
               move ws-fs-arqDocumentosAnt                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqDocumentosAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqDocumentosAnt = 00 then

               if fd-dca-protocolo = zero then
                   move fd-documento-ant            to fd-documento
               else
                   move fd-dca-protocolo            to fd-dc-protocolo
                   move fd-dca-inicio               to fd-dc-inicio
                   move fd-dca-cod                  to ws-cod-ant
                   perform obter-matricula
                   move ws-matricula                to fd-dc-cod
                   move fd-dca-resto                to fd-dc-resto
               end-if

               write fd-documento
               if ws-fs-arqDocumentosNovo  <> 00 then
                   move 22                                         to ws-msn-erro-ofsset
                   move ws-fs-arqDocumentosNovo                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqDocumentosNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1                                to ws-ct-antes(11)

           end-if

           .
       converter-registro-documentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte o arqInep.dat para arqInepNovo.dat
      *>------------------------------------------------------------------------
       converter-inep section.

           open input arqInepAnt
           evaluate ws-fs-arqInepAnt
               when 00
                   set ws-ct-existe-sim(12)         to true
               when 35
                   set ws-ct-existe-nao(12)         to true
               when other
                   move 23                                 to ws-msn-erro-ofsset
                   move ws-fs-arqInepAnt                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqInepAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-ct-existe-sim(12) then

               open output arqInepNovo
               if ws-fs-arqInepNovo  <> 00 then
                   move 24                                  to ws-msn-erro-ofsset
                   move ws-fs-arqInepNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqInepNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform converter-registro-inep
                   until ws-fs-arqInepAnt = 10

               close arqInepAnt
               if ws-fs-arqInepAnt  <> 00 then
                   move 23                                  to ws-msn-erro-ofsset
                   move ws-fs-arqInepAnt                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqInepAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqInepNovo
               if ws-fs-arqInepNovo  <> 00 then
                   move 24                                   to ws-msn-erro-ofsset
                   move ws-fs-arqInepNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqInepNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       converter-inep-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  copia o codigo INEP com a matricula nova
      *>------------------------------------------------------------------------
       converter-registro-inep section.

           read arqInepAnt next
           if ws-fs-arqInepAnt  <> 00
           and ws-fs-arqInepAnt  <> 10 then
               move 23                               to ws-msn-erro-ofsset
               move ws-fs-arqInepAnt                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqInepAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqInepAnt = 00 then

               move fd-iea-cod                      to ws-cod-ant
               perform obter-matricula
               move ws-matricula                    to fd-ie-cod
               move fd-iea-resto                    to fd-ie-resto

               write fd-inep
               if ws-fs-arqInepNovo  <> 00 then
                   move 24                                   to ws-msn-erro-ofsset
                   move ws-fs-arqInepNovo                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqInepNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1                                to ws-ct-antes(12)

           end-if

           .
       converter-registro-inep-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte o arqHistAnual.dat para arqHistAnualNovo.dat
      *>------------------------------------------------------------------------
       converter-histanual section.

           open input arqHistAnualAnt
           evaluate ws-fs-arqHistAnualAnt
               when 00
                   set ws-ct-existe-sim(13)         to true
               when 35
                   set ws-ct-existe-nao(13)         to true
               when other
                   move 25                                      to ws-msn-erro-ofsset
                   move ws-fs-arqHistAnualAnt                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistAnualAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-ct-existe-sim(13) then

               open output arqHistAnualNovo
               if ws-fs-arqHistAnualNovo  <> 00 then
                   move 26                                       to ws-msn-erro-ofsset
                   move ws-fs-arqHistAnualNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistAnualNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform converter-registro-histanual
                   until ws-fs-arqHistAnualAnt = 10

               close arqHistAnualAnt
               if ws-fs-arqHistAnualAnt  <> 00 then
                   move 25                                       to ws-msn-erro-ofsset
                   move ws-fs-arqHistAnualAnt                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistAnualAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqHistAnualNovo
               if ws-fs-arqHistAnualNovo  <> 00 then
                   move 26                                        to ws-msn-erro-ofsset
                   move ws-fs-arqHistAnualNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistAnualNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       converter-histanual-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  copia o aluno arquivado no ano com a matricula nova, tambem dentro da
      *>  imagem do cadastro
      *>------------------------------------------------------------------------
       converter-registro-histanual section.

           read arqHistAnualAnt next
           if ws-fs-arqHistAnualAnt  <> 00
           and ws-fs-arqHistAnualAnt  <> 10 then
               move 25                                    to ws-msn-erro-ofsset
               move ws-fs-arqHistAnualAnt                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqHistAnualAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqHistAnualAnt = 00 then

               move fd-haa-ano                      to fd-ha-ano
               move fd-haa-cod                      to ws-cod-ant
               perform obter-matricula
               move ws-matricula                    to fd-ha-cod
               move fd-haa-alunos                   to ws-aluno-ant
               move ws-matricula                    to ws-ao-cod
               move ws-aa-aluno                     to ws-ao-aluno
               move ws-aa-resto                     to ws-ao-resto
               move fd-haa-cod                      to ws-ao-cod-anterior
               move ws-aluno-novo                   to fd-ha-alunos

               write fd-hist-anual
               if ws-fs-arqHistAnualNovo  <> 00 then
                   move 26                                        to ws-msn-erro-ofsset
                   move ws-fs-arqHistAnualNovo                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqHistAnualNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1                                to ws-ct-antes(13)

           end-if

           .
       converter-registro-histanual-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte o arqHistNotas.dat para arqHistNotasNovo.dat
      *>------------------------------------------------------------------------
       converter-histnotas section.

           open input arqHistNotasAnt
           evaluate ws-fs-arqHistNotasAnt
               when 00
                   set ws-ct-existe-sim(14)         to true
               when 35
                   set ws-ct-existe-nao(14)         to true
               when other
                   move 27                                      to ws-msn-erro-ofsset
                   move ws-fs-arqHistNotasAnt                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistNotasAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-ct-existe-sim(14) then

               open output arqHistNotasNovo
               if ws-fs-arqHistNotasNovo  <> 00 then
                   move 28                                       to ws-msn-erro-ofsset
                   move ws-fs-arqHistNotasNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistNotasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform converter-registro-histnotas
                   until ws-fs-arqHistNotasAnt = 10

               close arqHistNotasAnt
               if ws-fs-arqHistNotasAnt  <> 00 then
                   move 27                                       to ws-msn-erro-ofsset
                   move ws-fs-arqHistNotasAnt                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistNotasAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqHistNotasNovo
               if ws-fs-arqHistNotasNovo  <> 00 then
                   move 28                                        to ws-msn-erro-ofsset
                   move ws-fs-arqHistNotasNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistNotasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       converter-histnotas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  copia as notas arquivadas com a matricula nova
      *>------------------------------------------------------------------------
       converter-registro-histnotas section.

           read arqHistNotasAnt next
           if ws-fs-arqHistNotasAnt  <> 00
           and ws-fs-arqHistNotasAnt  <> 10 then
               move 27                                    to ws-msn-erro-ofsset
               move ws-fs-arqHistNotasAnt                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqHistNotasAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqHistNotasAnt = 00 then

               move fd-hna-ano                      to fd-hn-ano
               move fd-hna-cod                      to ws-cod-ant
               perform obter-matricula
               move ws-matricula                    to fd-hn-cod
               move fd-hna-disciplina               to fd-hn-disciplina
               move fd-hna-nota-g                   to fd-hn-nota-g

               write fd-hist-notas
               if ws-fs-arqHistNotasNovo  <> 00 then
                   move 28                                        to ws-msn-erro-ofsset
                   move ws-fs-arqHistNotasNovo                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqHistNotasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1                                to ws-ct-antes(14)

           end-if

           .
       converter-registro-histnotas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte o arqHistFrequencia.dat para arqHistFrequenciaNovo.dat
      *>------------------------------------------------------------------------
       converter-histfrequencia section.

           open input arqHistFrequenciaAnt
           evaluate ws-fs-arqHistFrequenciaAnt
               when 00
                   set ws-ct-existe-sim(15)         to true
               when 35
                   set ws-ct-existe-nao(15)         to true
               when other
                   move 29                                           to ws-msn-erro-ofsset
                   move ws-fs-arqHistFrequenciaAnt                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistFrequenciaAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-ct-existe-sim(15) then

               open output arqHistFrequenciaNovo
               if ws-fs-arqHistFrequenciaNovo  <> 00 then
                   move 30                                            to ws-msn-erro-ofsset
                   move ws-fs-arqHistFrequenciaNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistFrequenciaNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform converter-registro-histfrequencia
                   until ws-fs-arqHistFrequenciaAnt = 10

               close arqHistFrequenciaAnt
               if ws-fs-arqHistFrequenciaAnt  <> 00 then
                   move 29                                            to ws-msn-erro-ofsset
                   move ws-fs-arqHistFrequenciaAnt                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistFrequenciaAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqHistFrequenciaNovo
               if ws-fs-arqHistFrequenciaNovo  <> 00 then
                   move 30                                             to ws-msn-erro-ofsset
                   move ws-fs-arqHistFrequenciaNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistFrequenciaNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       converter-histfrequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  copia a frequencia arquivada com a matricula nova
      *>------------------------------------------------------------------------
       converter-registro-histfrequencia section.

           read arqHistFrequenciaAnt next
           if ws-fs-arqHistFrequenciaAnt  <> 00
           and ws-fs-arqHistFrequenciaAnt  <> 10 then
               move 29                                         to ws-msn-erro-ofsset
               move ws-fs-arqHistFrequenciaAnt                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqHistFrequenciaAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqHistFrequenciaAnt = 00 then

               move fd-hfa-ano                      to fd-hf-ano
               move fd-hfa-cod                      to ws-cod-ant
               perform obter-matricula
               move ws-matricula                    to fd-hf-cod
               move fd-hfa-anomes                   to fd-hf-anomes
               move fd-hfa-aulas                    to fd-hf-aulas
               move fd-hfa-faltas                   to fd-hf-faltas

               write fd-hist-frequencia
               if ws-fs-arqHistFrequenciaNovo  <> 00 then
                   move 30                                             to ws-msn-erro-ofsset
                   move ws-fs-arqHistFrequenciaNovo                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqHistFrequenciaNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1                                to ws-ct-antes(15)

           end-if

           .
       converter-registro-histfrequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte o arqHistRecuperacao.dat para arqHistRecuperacaoNovo.dat
      *>------------------------------------------------------------------------
       converter-histrecuperacao section.

           open input arqHistRecuperacaoAnt
           evaluate ws-fs-arqHistRecuperacaoAnt
               when 00
                   set ws-ct-existe-sim(16)         to true
               when 35
                   set ws-ct-existe-nao(16)         to true
               when other
                   move 31                                            to ws-msn-erro-ofsset
                   move ws-fs-arqHistRecuperacaoAnt                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistRecuperacaoAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-ct-existe-sim(16) then

               open output arqHistRecuperacaoNovo
               if ws-fs-arqHistRecuperacaoNovo  <> 00 then
                   move 32                                             to ws-msn-erro-ofsset
                   move ws-fs-arqHistRecuperacaoNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistRecuperacaoNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform converter-registro-histrecuperacao
                   until ws-fs-arqHistRecuperacaoAnt = 10

               close arqHistRecuperacaoAnt
               if ws-fs-arqHistRecuperacaoAnt  <> 00 then
                   move 31                                             to ws-msn-erro-ofsset
                   move ws-fs-arqHistRecuperacaoAnt                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistRecuperacaoAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqHistRecuperacaoNovo
               if ws-fs-arqHistRecuperacaoNovo  <> 00 then
                   move 32                                             to ws-msn-erro-ofsset
                   move ws-fs-arqHistRecuperacaoNovo                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistRecuperacaoNovo"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       converter-histrecuperacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  copia a nota de exame arquivada com a matricula nova
      *>------------------------------------------------------------------------
       converter-registro-histrecuperacao section.

           read arqHistRecuperacaoAnt next
           if ws-fs-arqHistRecuperacaoAnt  <> 00
           and ws-fs-arqHistRecuperacaoAnt  <> 10 then
               move 31                                          to ws-msn-erro-ofsset
               move ws-fs-arqHistRecuperacaoAnt                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqHistRecuperacaoAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqHistRecuperacaoAnt = 00 then

               move fd-hra-ano                      to fd-hr-ano
               move fd-hra-cod                      to ws-cod-ant
               perform obter-matricula
               move ws-matricula                    to fd-hr-cod
               move fd-hra-nota-exame               to fd-hr-nota-exame

               write fd-hist-recuperacao
               if ws-fs-arqHistRecuperacaoNovo  <> 00 then
                   move 32                                             to ws-msn-erro-ofsset
                   move ws-fs-arqHistRecuperacaoNovo                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqHistRecuperacaoNovo"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1                                to ws-ct-antes(16)

           end-if

           .
       converter-registro-histrecuperacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte o arqParametros.dat para arqParametrosNovo.dat
      *>------------------------------------------------------------------------
       converter-parametros section.

           open input arqParametrosAnt
           if ws-fs-arqParametrosAnt  <> 00 then
               move 33                                       to ws-msn-erro-ofsset
               move ws-fs-arqParametrosAnt                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqParametrosAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           set ws-ct-existe-sim(17)               to true
           open output arqParametrosNovo
           if ws-fs-arqParametrosNovo  <> 00 then
               move 34                                        to ws-msn-erro-ofsset
               move ws-fs-arqParametrosNovo                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqParametrosNovo "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform converter-registro-parametros
               until ws-fs-arqParametrosAnt = 10

           close arqParametrosAnt
           if ws-fs-arqParametrosAnt  <> 00 then
               move 33                                        to ws-msn-erro-ofsset
               move ws-fs-arqParametrosAnt                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqParametrosAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqParametrosNovo
           if ws-fs-arqParametrosNovo  <> 00 then
               move 34                                         to ws-msn-erro-ofsset
               move ws-fs-arqParametrosNovo                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqParametrosNovo "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       converter-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  copia os parametros; no GERAL a proxima matricula passa a ser a
      *>  seguinte a ultima atribuida no ano letivo
      *>------------------------------------------------------------------------
       converter-registro-parametros section.

           read arqParametrosAnt next
           if ws-fs-arqParametrosAnt  <> 00
           and ws-fs-arqParametrosAnt  <> 10 then
               move 33                                     to ws-msn-erro-ofsset
               move ws-fs-arqParametrosAnt                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqParametrosAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqParametrosAnt = 00 then

               move fd-pa-chave                     to fd-par-chave
               move fd-pa-ano-letivo                to fd-par-ano-letivo
               move fd-pa-resto                     to fd-par-resto
               if fd-pa-chave = "GERAL" then
                   move ws-ano-letivo               to ws-ano-busca
                   perform localizar-ano-ingresso
                   if ws-ind-ano = zero then
                       compute fd-par-proximo-cod = ws-ano-letivo * 10000 + 1
                   else
                       compute fd-par-proximo-cod = ws-ano-letivo * 10000
                                                  + ws-ta-ultima-seq(ws-ind-ano) + 1
                   end-if
               else
                   move fd-pa-proximo-cod           to fd-par-proximo-cod
               end-if

               write fd-parametros
               if ws-fs-arqParametrosNovo  <> 00 then
                   move 34                                         to ws-msn-erro-ofsset
                   move ws-fs-arqParametrosNovo                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqParametrosNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1                                to ws-ct-antes(17)

           end-if

           .
       converter-registro-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  converte o arqRemessas.dat para arqRemessasNovo.dat
      *>------------------------------------------------------------------------
       converter-remessas section.

           open input arqRemessasAnt
           evaluate ws-fs-arqRemessasAnt
               when 00
                   set ws-ct-existe-sim(18)         to true
               when 35
                   set ws-ct-existe-nao(18)         to true
               when other
                   move 35                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRemessasAnt                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRemessasAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-ct-existe-sim(18) then

               open output arqRemessasNovo
               if ws-fs-arqRemessasNovo  <> 00 then
                   move 36                                      to ws-msn-erro-ofsset
                   move ws-fs-arqRemessasNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRemessasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform converter-registro-remessas
                   until ws-fs-arqRemessasAnt = 10

               close arqRemessasAnt
               if ws-fs-arqRemessasAnt  <> 00 then
                   move 35                                      to ws-msn-erro-ofsset
                   move ws-fs-arqRemessasAnt                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqRemessasAnt "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqRemessasNovo
               if ws-fs-arqRemessasNovo  <> 00 then
                   move 36                                       to ws-msn-erro-ofsset
                   move ws-fs-arqRemessasNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqRemessasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       converter-remessas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  copia a remessa com a soma de controle ampliada; o registro de
      *>  controle (sequencia zero) e copiado sem alteracao
      *>------------------------------------------------------------------------
       converter-registro-remessas section.

           read arqRemessasAnt next
           if ws-fs-arqRemessasAnt  <> 00
           and ws-fs-arqRemessasAnt  <> 10 then
               move 35                                   to ws-msn-erro-ofsset
               move ws-fs-arqRemessasAnt                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqRemessasAnt "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqRemessasAnt = 00 then

               if fd-rma-seq = zero then
                   move fd-remessa-ant              to fd-remessa
               else
                   move fd-rma-seq                  to fd-rm-seq
                   move fd-rma-ano                  to fd-rm-ano
                   move fd-rma-meio                 to fd-rm-meio
                   move fd-rma-soma-controle        to fd-rm-soma-controle
                   move fd-rma-fim                  to fd-rm-fim
               end-if

               write fd-remessa
               if ws-fs-arqRemessasNovo  <> 00 then
                   move 36                                       to ws-msn-erro-ofsset
                   move ws-fs-arqRemessasNovo                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqRemessasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1                                to ws-ct-antes(18)

           end-if

           .
       converter-registro-remessas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava o relatorio de-para (codigo antigo x matricula nova)
      *>------------------------------------------------------------------------
       gravar-depara section.

           move "CONVERSAO DO CODIGO DO ALUNO PARA MATRICULA"
                                                    to fd-depara-linha
           perform gravar-linha-depara

           move spaces                              to fd-depara-linha
           perform gravar-linha-depara

           move "COD ANT  MATRICULA  INGRESSO  ORIGEM        ALUNO"
                                                    to fd-depara-linha
           perform gravar-linha-depara

           perform varying ws-ind-dp from 2 by 1
                       until ws-ind-dp > 1000
               if ws-dp-origem(ws-ind-dp) <> space then
                   compute ws-cod-ant = ws-ind-dp - 1
                   evaluate true
                       when ws-dp-origem-cadastro(ws-ind-dp)
                           move "cadastro"          to ws-origem-desc
                       when ws-dp-origem-historico(ws-ind-dp)
                           move "historico"         to ws-origem-desc
                       when other
                           move "sem cadastro"      to ws-origem-desc
                   end-evaluate

                   move spaces                      to ws-depara-det
                   string "    "                    ws-cod-ant
                          "  "                      ws-dp-matricula(ws-ind-dp)
                          "   "                     ws-dp-ano(ws-ind-dp)
                          "      "                  ws-origem-desc
                          "  "                      ws-dp-aluno(ws-ind-dp)
                          delimited by size
                       into ws-depara-det
                   move ws-depara-det               to fd-depara-linha
                   perform gravar-linha-depara
               end-if
           end-perform

           .
       gravar-depara-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  relê os arquivos novos e confere a quantidade de registros com a
      *>  quantidade lida dos arquivos antigos
      *>------------------------------------------------------------------------
       conferir-contagens section.

           perform contar-alunos
           perform contar-notas
           perform contar-frequencia
           perform contar-recuperacao
           perform contar-auditoria
           perform contar-transferencias
           perform contar-dependencias
           perform contar-conselho
           perform contar-espera
           perform contar-alertas
           perform contar-documentos
           perform contar-inep
           perform contar-histanual
           perform contar-histnotas
           perform contar-histfrequencia
           perform contar-histrecuperacao
           perform contar-parametros
           perform contar-remessas

           move spaces                              to fd-depara-linha
           perform gravar-linha-depara

           move "CONFERENCIA DE REGISTROS"          to fd-depara-linha
           perform gravar-linha-depara

           move "ARQUIVO                 ANTES    DEPOIS  SITUACAO"
                                                    to fd-depara-linha
           perform gravar-linha-depara

           perform varying ws-ind-arq from 1 by 1
                       until ws-ind-arq > 18
               evaluate true
                   when ws-ct-existe-nao(ws-ind-arq)
                       move "SEM ARQUIVO"           to ws-situacao-desc
                   when ws-ct-antes(ws-ind-arq) = ws-ct-depois(ws-ind-arq)
                       move "OK"                    to ws-situacao-desc
                   when other
                       move "DIVERGENTE"            to ws-situacao-desc
                       set ws-divergencia-sim       to true
               end-evaluate

               move ws-ct-antes(ws-ind-arq)         to ws-antes-edit
               move ws-ct-depois(ws-ind-arq)        to ws-depois-edit

               move spaces                          to ws-depara-det
               string ws-na-nome(ws-ind-arq)        "  "
                      ws-antes-edit                 "   "
                      ws-depois-edit                "  "
                      ws-situacao-desc
                      delimited by size
                   into ws-depara-det
               move ws-depara-det                   to fd-depara-linha
               perform gravar-linha-depara
           end-perform

           .
       conferir-contagens-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os registros do arqAlunosNovo.dat
      *>------------------------------------------------------------------------
       contar-alunos section.

           if ws-ct-existe-sim(1) then
               open input arqAlunosNovo
               if ws-fs-arqAlunosNovo  <> 00 then
                   move 2                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAlunosNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAlunosNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqAlunosNovo next
               perform until ws-fs-arqAlunosNovo = 10
                   if ws-fs-arqAlunosNovo  <> 00 then
                       move 2                                   to ws-msn-erro-ofsset
                       move ws-fs-arqAlunosNovo                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAlunosNovo "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1                            to ws-ct-depois(1)
                   read arqAlunosNovo next
               end-perform

               close arqAlunosNovo
               if ws-fs-arqAlunosNovo  <> 00 then
                   move 2                                      to ws-msn-erro-ofsset
                   move ws-fs-arqAlunosNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqAlunosNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       contar-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os registros do arqNotasNovo.dat
      *>------------------------------------------------------------------------
       contar-notas section.

           if ws-ct-existe-sim(2) then
               open input arqNotasNovo
               if ws-fs-arqNotasNovo  <> 00 then
                   move 4                                    to ws-msn-erro-ofsset
                   move ws-fs-arqNotasNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqNotasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqNotasNovo next
               perform until ws-fs-arqNotasNovo = 10
                   if ws-fs-arqNotasNovo  <> 00 then
                       move 4                                  to ws-msn-erro-ofsset
                       move ws-fs-arqNotasNovo                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqNotasNovo "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1                            to ws-ct-depois(2)
                   read arqNotasNovo next
               end-perform

               close arqNotasNovo
               if ws-fs-arqNotasNovo  <> 00 then
                   move 4                                     to ws-msn-erro-ofsset
                   move ws-fs-arqNotasNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqNotasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       contar-notas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os registros do arqFrequenciaNovo.dat
      *>------------------------------------------------------------------------
       contar-frequencia section.

           if ws-ct-existe-sim(3) then
               open input arqFrequenciaNovo
               if ws-fs-arqFrequenciaNovo  <> 00 then
                   move 6                                         to ws-msn-erro-ofsset
                   move ws-fs-arqFrequenciaNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqFrequenciaNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqFrequenciaNovo next
               perform until ws-fs-arqFrequenciaNovo = 10
                   if ws-fs-arqFrequenciaNovo  <> 00 then
                       move 6                                       to ws-msn-erro-ofsset
                       move ws-fs-arqFrequenciaNovo                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqFrequenciaNovo "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1                            to ws-ct-depois(3)
                   read arqFrequenciaNovo next
               end-perform

               close arqFrequenciaNovo
               if ws-fs-arqFrequenciaNovo  <> 00 then
                   move 6                                          to ws-msn-erro-ofsset
                   move ws-fs-arqFrequenciaNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqFrequenciaNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       contar-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os registros do arqRecuperacaoNovo.dat
      *>------------------------------------------------------------------------
       contar-recuperacao section.

           if ws-ct-existe-sim(4) then
               open input arqRecuperacaoNovo
               if ws-fs-arqRecuperacaoNovo  <> 00 then
                   move 8                                          to ws-msn-erro-ofsset
                   move ws-fs-arqRecuperacaoNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRecuperacaoNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqRecuperacaoNovo next
               perform until ws-fs-arqRecuperacaoNovo = 10
                   if ws-fs-arqRecuperacaoNovo  <> 00 then
                       move 8                                        to ws-msn-erro-ofsset
                       move ws-fs-arqRecuperacaoNovo                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqRecuperacaoNovo "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1                            to ws-ct-depois(4)
                   read arqRecuperacaoNovo next
               end-perform

               close arqRecuperacaoNovo
               if ws-fs-arqRecuperacaoNovo  <> 00 then
                   move 8                                           to ws-msn-erro-ofsset
                   move ws-fs-arqRecuperacaoNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqRecuperacaoNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       contar-recuperacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os registros do arqAuditoriaNovo.dat
      *>------------------------------------------------------------------------
       contar-auditoria section.

           if ws-ct-existe-sim(5) then
               open input arqAuditoriaNovo
               if ws-fs-arqAuditoriaNovo  <> 00 then
                   move 10                                       to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoriaNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAuditoriaNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqAuditoriaNovo next
               perform until ws-fs-arqAuditoriaNovo = 10
                   if ws-fs-arqAuditoriaNovo  <> 00 then
                       move 10                                     to ws-msn-erro-ofsset
                       move ws-fs-arqAuditoriaNovo                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAuditoriaNovo "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1                            to ws-ct-depois(5)
                   read arqAuditoriaNovo next
               end-perform

               close arqAuditoriaNovo
               if ws-fs-arqAuditoriaNovo  <> 00 then
                   move 10                                        to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoriaNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqAuditoriaNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       contar-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os registros do arqTransferenciasNovo.dat
      *>------------------------------------------------------------------------
       contar-transferencias section.

           if ws-ct-existe-sim(6) then
               open input arqTransferenciasNovo
               if ws-fs-arqTransferenciasNovo  <> 00 then
                   move 12                                            to ws-msn-erro-ofsset
                   move ws-fs-arqTransferenciasNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTransferenciasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqTransferenciasNovo next
               perform until ws-fs-arqTransferenciasNovo = 10
                   if ws-fs-arqTransferenciasNovo  <> 00 then
                       move 12                                          to ws-msn-erro-ofsset
                       move ws-fs-arqTransferenciasNovo                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTransferenciasNovo "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1                            to ws-ct-depois(6)
                   read arqTransferenciasNovo next
               end-perform

               close arqTransferenciasNovo
               if ws-fs-arqTransferenciasNovo  <> 00 then
                   move 12                                             to ws-msn-erro-ofsset
                   move ws-fs-arqTransferenciasNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqTransferenciasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       contar-transferencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os registros do arqDependenciasNovo.dat
      *>------------------------------------------------------------------------
       contar-dependencias section.

           if ws-ct-existe-sim(7) then
               open input arqDependenciasNovo
               if ws-fs-arqDependenciasNovo  <> 00 then
                   move 14                                          to ws-msn-erro-ofsset
                   move ws-fs-arqDependenciasNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDependenciasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqDependenciasNovo next
               perform until ws-fs-arqDependenciasNovo = 10
                   if ws-fs-arqDependenciasNovo  <> 00 then
                       move 14                                        to ws-msn-erro-ofsset
                       move ws-fs-arqDependenciasNovo                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqDependenciasNovo "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1                            to ws-ct-depois(7)
                   read arqDependenciasNovo next
               end-perform

               close arqDependenciasNovo
               if ws-fs-arqDependenciasNovo  <> 00 then
                   move 14                                           to ws-msn-erro-ofsset
                   move ws-fs-arqDependenciasNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqDependenciasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       contar-dependencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os registros do arqConselhoNovo.dat
      *>------------------------------------------------------------------------
       contar-conselho section.

           if ws-ct-existe-sim(8) then
               open input arqConselhoNovo
               if ws-fs-arqConselhoNovo  <> 00 then
                   move 16                                      to ws-msn-erro-ofsset
                   move ws-fs-arqConselhoNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqConselhoNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqConselhoNovo next
               perform until ws-fs-arqConselhoNovo = 10
                   if ws-fs-arqConselhoNovo  <> 00 then
                       move 16                                    to ws-msn-erro-ofsset
                       move ws-fs-arqConselhoNovo                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqConselhoNovo "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1                            to ws-ct-depois(8)
                   read arqConselhoNovo next
               end-perform

               close arqConselhoNovo
               if ws-fs-arqConselhoNovo  <> 00 then
                   move 16                                       to ws-msn-erro-ofsset
                   move ws-fs-arqConselhoNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqConselhoNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       contar-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os registros do arqEsperaNovo.dat
      *>------------------------------------------------------------------------
       contar-espera section.

           if ws-ct-existe-sim(9) then
               open input arqEsperaNovo
               if ws-fs-arqEsperaNovo  <> 00 then
                   move 18                                    to ws-msn-erro-ofsset
                   move ws-fs-arqEsperaNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqEsperaNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqEsperaNovo next
               perform until ws-fs-arqEsperaNovo = 10
                   if ws-fs-arqEsperaNovo  <> 00 then
                       move 18                                  to ws-msn-erro-ofsset
                       move ws-fs-arqEsperaNovo                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqEsperaNovo "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1                            to ws-ct-depois(9)
                   read arqEsperaNovo next
               end-perform

               close arqEsperaNovo
               if ws-fs-arqEsperaNovo  <> 00 then
                   move 18                                     to ws-msn-erro-ofsset
                   move ws-fs-arqEsperaNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqEsperaNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       contar-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os registros do arqAlertasNovo.dat
      *>------------------------------------------------------------------------
       contar-alertas section.

           if ws-ct-existe-sim(10) then
               open input arqAlertasNovo
               if ws-fs-arqAlertasNovo  <> 00 then
                   move 20                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAlertasNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAlertasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqAlertasNovo next
               perform until ws-fs-arqAlertasNovo = 10
                   if ws-fs-arqAlertasNovo  <> 00 then
                       move 20                                   to ws-msn-erro-ofsset
                       move ws-fs-arqAlertasNovo                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAlertasNovo "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1                            to ws-ct-depois(10)
                   read arqAlertasNovo next
               end-perform

               close arqAlertasNovo
               if ws-fs-arqAlertasNovo  <> 00 then
                   move 20                                      to ws-msn-erro-ofsset
                   move ws-fs-arqAlertasNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqAlertasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       contar-alertas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os registros do arqDocumentosNovo.dat
      *>------------------------------------------------------------------------
       contar-documentos section.

           if ws-ct-existe-sim(11) then
               open input arqDocumentosNovo
               if ws-fs-arqDocumentosNovo  <> 00 then
                   move 22                                        to ws-msn-erro-ofsset
                   move ws-fs-arqDocumentosNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDocumentosNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqDocumentosNovo next
               perform until ws-fs-arqDocumentosNovo = 10
                   if ws-fs-arqDocumentosNovo  <> 00 then
                       move 22                                      to ws-msn-erro-ofsset
                       move ws-fs-arqDocumentosNovo                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqDocumentosNovo "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1                            to ws-ct-depois(11)
                   read arqDocumentosNovo next
               end-perform

               close arqDocumentosNovo
               if ws-fs-arqDocumentosNovo  <> 00 then
                   move 22                                         to ws-msn-erro-ofsset
                   move ws-fs-arqDocumentosNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqDocumentosNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       contar-documentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os registros do arqInepNovo.dat
      *>------------------------------------------------------------------------
       contar-inep section.

           if ws-ct-existe-sim(12) then
               open input arqInepNovo
               if ws-fs-arqInepNovo  <> 00 then
                   move 24                                  to ws-msn-erro-ofsset
                   move ws-fs-arqInepNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqInepNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqInepNovo next
               perform until ws-fs-arqInepNovo = 10
                   if ws-fs-arqInepNovo  <> 00 then
                       move 24                                to ws-msn-erro-ofsset
                       move ws-fs-arqInepNovo                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqInepNovo "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1                            to ws-ct-depois(12)
                   read arqInepNovo next
               end-perform

               close arqInepNovo
               if ws-fs-arqInepNovo  <> 00 then
                   move 24                                   to ws-msn-erro-ofsset
                   move ws-fs-arqInepNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqInepNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       contar-inep-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os registros do arqHistAnualNovo.dat
      *>------------------------------------------------------------------------
       contar-histanual section.

           if ws-ct-existe-sim(13) then
               open input arqHistAnualNovo
               if ws-fs-arqHistAnualNovo  <> 00 then
                   move 26                                       to ws-msn-erro-ofsset
                   move ws-fs-arqHistAnualNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistAnualNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqHistAnualNovo next
               perform until ws-fs-arqHistAnualNovo = 10
                   if ws-fs-arqHistAnualNovo  <> 00 then
                       move 26                                     to ws-msn-erro-ofsset
                       move ws-fs-arqHistAnualNovo                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistAnualNovo "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1                            to ws-ct-depois(13)
                   read arqHistAnualNovo next
               end-perform

               close arqHistAnualNovo
               if ws-fs-arqHistAnualNovo  <> 00 then
                   move 26                                        to ws-msn-erro-ofsset
                   move ws-fs-arqHistAnualNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistAnualNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       contar-histanual-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os registros do arqHistNotasNovo.dat
      *>------------------------------------------------------------------------
       contar-histnotas section.

           if ws-ct-existe-sim(14) then
               open input arqHistNotasNovo
               if ws-fs-arqHistNotasNovo  <> 00 then
                   move 28                                       to ws-msn-erro-ofsset
                   move ws-fs-arqHistNotasNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistNotasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqHistNotasNovo next
               perform until ws-fs-arqHistNotasNovo = 10
                   if ws-fs-arqHistNotasNovo  <> 00 then
                       move 28                                     to ws-msn-erro-ofsset
                       move ws-fs-arqHistNotasNovo                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistNotasNovo "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1                            to ws-ct-depois(14)
                   read arqHistNotasNovo next
               end-perform

               close arqHistNotasNovo
               if ws-fs-arqHistNotasNovo  <> 00 then
                   move 28                                        to ws-msn-erro-ofsset
                   move ws-fs-arqHistNotasNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistNotasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       contar-histnotas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os registros do arqHistFrequenciaNovo.dat
      *>------------------------------------------------------------------------
       contar-histfrequencia section.

           if ws-ct-existe-sim(15) then
               open input arqHistFrequenciaNovo
               if ws-fs-arqHistFrequenciaNovo  <> 00 then
                   move 30                                            to ws-msn-erro-ofsset
                   move ws-fs-arqHistFrequenciaNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistFrequenciaNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqHistFrequenciaNovo next
               perform until ws-fs-arqHistFrequenciaNovo = 10
                   if ws-fs-arqHistFrequenciaNovo  <> 00 then
                       move 30                                          to ws-msn-erro-ofsset
                       move ws-fs-arqHistFrequenciaNovo                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistFrequenciaNovo "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1                            to ws-ct-depois(15)
                   read arqHistFrequenciaNovo next
               end-perform

               close arqHistFrequenciaNovo
               if ws-fs-arqHistFrequenciaNovo  <> 00 then
                   move 30                                             to ws-msn-erro-ofsset
                   move ws-fs-arqHistFrequenciaNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistFrequenciaNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       contar-histfrequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os registros do arqHistRecuperacaoNovo.dat
      *>------------------------------------------------------------------------
       contar-histrecuperacao section.

           if ws-ct-existe-sim(16) then
               open input arqHistRecuperacaoNovo
               if ws-fs-arqHistRecuperacaoNovo  <> 00 then
                   move 32                                             to ws-msn-erro-ofsset
                   move ws-fs-arqHistRecuperacaoNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistRecuperacaoNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqHistRecuperacaoNovo next
               perform until ws-fs-arqHistRecuperacaoNovo = 10
                   if ws-fs-arqHistRecuperacaoNovo  <> 00 then
                       move 32                                           to ws-msn-erro-ofsset
                       move ws-fs-arqHistRecuperacaoNovo                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistRecuperacaoNovo "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1                            to ws-ct-depois(16)
                   read arqHistRecuperacaoNovo next
               end-perform

               close arqHistRecuperacaoNovo
               if ws-fs-arqHistRecuperacaoNovo  <> 00 then
                   move 32                                             to ws-msn-erro-ofsset
                   move ws-fs-arqHistRecuperacaoNovo                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistRecuperacaoNovo"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       contar-histrecuperacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os registros do arqParametrosNovo.dat
      *>------------------------------------------------------------------------
       contar-parametros section.

           if ws-ct-existe-sim(17) then
               open input arqParametrosNovo
               if ws-fs-arqParametrosNovo  <> 00 then
                   move 34                                        to ws-msn-erro-ofsset
                   move ws-fs-arqParametrosNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqParametrosNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqParametrosNovo next
               perform until ws-fs-arqParametrosNovo = 10
                   if ws-fs-arqParametrosNovo  <> 00 then
                       move 34                                      to ws-msn-erro-ofsset
                       move ws-fs-arqParametrosNovo                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqParametrosNovo "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1                            to ws-ct-depois(17)
                   read arqParametrosNovo next
               end-perform

               close arqParametrosNovo
               if ws-fs-arqParametrosNovo  <> 00 then
                   move 34                                         to ws-msn-erro-ofsset
                   move ws-fs-arqParametrosNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqParametrosNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       contar-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta os registros do arqRemessasNovo.dat
      *>------------------------------------------------------------------------
       contar-remessas section.

           if ws-ct-existe-sim(18) then
               open input arqRemessasNovo
               if ws-fs-arqRemessasNovo  <> 00 then
                   move 36                                      to ws-msn-erro-ofsset
                   move ws-fs-arqRemessasNovo                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRemessasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqRemessasNovo next
               perform until ws-fs-arqRemessasNovo = 10
                   if ws-fs-arqRemessasNovo  <> 00 then
                       move 36                                    to ws-msn-erro-ofsset
                       move ws-fs-arqRemessasNovo                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqRemessasNovo "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1                            to ws-ct-depois(18)
                   read arqRemessasNovo next
               end-perform

               close arqRemessasNovo
               if ws-fs-arqRemessasNovo  <> 00 then
                   move 36                                       to ws-msn-erro-ofsset
                   move ws-fs-arqRemessasNovo                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqRemessasNovo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       contar-remessas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava uma linha do relatorio de-para
      *>------------------------------------------------------------------------
       gravar-linha-depara section.

           write fd-depara-linha
           if ws-fs-arqDePara  <> 00 then
               move 37                                 to ws-msn-erro-ofsset
               move ws-fs-arqDePara                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqDePara "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-depara-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
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

           close arqDePara
           if ws-fs-arqDePara  <> 00 then
               move 37                                 to ws-msn-erro-ofsset
               move ws-fs-arqDePara                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDePara "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Alunos convertidos          : " ws-ct-antes(1)
           display "Matriculas atribuidas       : " ws-qtd-matriculas
           display "Codigos sem cadastro        : " ws-qtd-sem-cadastro
           display "De-para e conferencia gravados em convertematricula.txt"

           if ws-divergencia-sim then
               display "Conferencia de registros com DIVERGENCIA"
               display "Nao substitua os arquivos - veja convertematricula.txt"
           else
               display "Novos arquivos gravados como arq...Novo.dat"
               display "Substitua cada arquivo .dat pelo respectivo Novo"
               display "antes de voltar a usar o sistema"
           end-if

           Stop run

           .
       finaliza-exit.
           exit.
