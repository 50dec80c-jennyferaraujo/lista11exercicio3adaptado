      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "declaracoes".
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

           select arqTransferencias assign to "arqTransferencias.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tr-chave
           file status is ws-fs-arqTransferencias.

           select arqHistAnual assign to "arqHistAnual.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ha-chave
           file status is ws-fs-arqHistAnual.

           select arqHistNotas assign to "arqHistNotas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hn-chave
           file status is ws-fs-arqHistNotas.

           select arqHistFrequencia assign to "arqHistFrequencia.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hf-chave
           file status is ws-fs-arqHistFrequencia.

           select arqHistRecuperacao assign to "arqHistRecuperacao.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
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

           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tu-turma
           file status is ws-fs-arqTurmas.

           select arqParametros assign to "arqParametros.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-par-chave
           file status is ws-fs-arqParametros.

           select arqOperadores assign to "arqOperadores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-op-usuario
           file status is ws-fs-arqOperadores.

           select arqDocumentos assign to "arqDocumentos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-dc-protocolo
           file status is ws-fs-arqDocumentos.

           select arqDeclaracoes assign to "declaracoes.txt"
           organization is line sequential
           file status is ws-fs-arqDeclaracoes.

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

       fd  arqTransferencias.
       01  fd-transferencia.
           05  fd-tr-chave.
               10  fd-tr-cod                       pic 9(08).
               10  fd-tr-data                      pic 9(08).
               10  fd-tr-hora                      pic 9(06).
               10  fd-tr-seq                       pic 9(02).
           05  fd-tr-turma-origem                  pic x(03).
           05  fd-tr-turma-destino                 pic x(03).
           05  fd-tr-motivo                        pic x(35).

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
                   15 fd-hn-nota                   pic 9(02)v99.

       fd  arqHistFrequencia.
       01  fd-hist-frequencia.
           05  fd-hf-chave.
               10  fd-hf-ano                       pic 9(04).
               10  fd-hf-cod                       pic 9(08).
               10  fd-hf-anomes                    pic 9(06).
           05  fd-hf-aulas                         pic 9(03).
           05  fd-hf-faltas                        pic 9(03).

       fd  arqHistRecuperacao.
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
           05  fd-op-usuario                       pic x(08).
           05  fd-op-nome                          pic x(25).
           05  fd-op-senha                         pic x(08).
           05  fd-op-perfil                        pic x(01).
               88  fd-op-perfil-consulta                value "C".
               88  fd-op-perfil-lancamento              value "L".
               88  fd-op-perfil-supervisao              value "S".

      *>  documentos emitidos; o protocolo zero guarda o ultimo numero usado
       fd  arqDocumentos.
       01  fd-documento.
           05  fd-dc-protocolo                     pic 9(07).
           05  fd-dc-codigo                        pic 9(08).
           05  fd-dc-tipo                          pic x(01).
               88  fd-dc-matricula                      value "M".
               88  fd-dc-frequencia                     value "F".
               88  fd-dc-transferencia                  value "T".
               88  fd-dc-conclusao                      value "C".
           05  fd-dc-cod                           pic 9(08).
           05  fd-dc-aluno                         pic x(25).
           05  fd-dc-turma                         pic x(03).
           05  fd-dc-ano                           pic 9(04).
           05  fd-dc-data                          pic 9(08).
           05  fd-dc-hora                          pic 9(06).
           05  fd-dc-operador                      pic x(08).
       01  fd-documento-controle.
           05  fd-dcc-protocolo                    pic 9(07).
           05  fd-dcc-ultimo-protocolo             pic 9(07).
           05  filler                              pic x(64).

       fd  arqDeclaracoes.
       01  fd-declaracao-linha                     pic x(90).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAlunos                         pic 9(02).
       77  ws-fs-arqFrequencia                     pic 9(02).
       77  ws-fs-arqTransferencias                 pic 9(02).
       77  ws-fs-arqHistAnual                      pic 9(02).
       77  ws-fs-arqTurmas                         pic 9(02).
       77  ws-fs-arqParametros                     pic 9(02).
       77  ws-fs-arqOperadores                     pic 9(02).
       77  ws-fs-arqDocumentos                     pic 9(02).
       77  ws-fs-arqDeclaracoes                    pic 9(02).
       77  ws-fs-arqHistNotas                      pic 9(02).
       77  ws-fs-arqHistFrequencia                 pic 9(02).
       77  ws-fs-arqHistRecuperacao                pic 9(02).
       77  ws-fs-arqDependencias                   pic 9(02).
       77  ws-fs-arqConselho                       pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

       01  ws-operador.
           05  ws-oper-usuario                     pic x(08).
           05  ws-oper-senha                       pic x(08).
           05  ws-oper-perfil                      pic x(01).
               88  ws-perfil-consulta                   value "C".

       01  ws-menu                                 pic x(01).
       01  ws-sair                                 pic x(01).
       01  ws-cod                                  pic 9(08).

       01  ws-parametros-decl.
           05  ws-ano-letivo                       pic 9(04).
           05  ws-media-corte                      pic 9(02)v99.
           05  ws-max-dependencias                 pic 9(01).
           05  ws-data-corrente                    pic 9(08).
           05  ws-hora-corrente                    pic 9(08).
           05  ws-tem-arqFrequencia                pic x(01).
               88  ws-tem-arqFrequencia-sim             value "S".
               88  ws-tem-arqFrequencia-nao             value "N".
           05  ws-tem-arqTransferencias            pic x(01).
               88  ws-tem-arqTransferencias-sim         value "S".
               88  ws-tem-arqTransferencias-nao         value "N".
           05  ws-tem-arqHistAnual                 pic x(01).
               88  ws-tem-arqHistAnual-sim              value "S".
               88  ws-tem-arqHistAnual-nao              value "N".
           05  ws-tem-arqTurmas                    pic x(01).
               88  ws-tem-arqTurmas-sim                 value "S".
               88  ws-tem-arqTurmas-nao                 value "N".
           05  ws-tem-arqParametros                pic x(01).
               88  ws-tem-arqParametros-sim             value "S".
               88  ws-tem-arqParametros-nao             value "N".
           05  ws-tem-arqHistNotas                 pic x(01).
               88  ws-tem-arqHistNotas-sim              value "S".
               88  ws-tem-arqHistNotas-nao              value "N".
           05  ws-tem-arqHistFrequencia            pic x(01).
               88  ws-tem-arqHistFrequencia-sim         value "S".
               88  ws-tem-arqHistFrequencia-nao         value "N".
           05  ws-tem-arqHistRecuperacao           pic x(01).
               88  ws-tem-arqHistRecuperacao-sim        value "S".
               88  ws-tem-arqHistRecuperacao-nao        value "N".
           05  ws-tem-arqDependencias              pic x(01).
               88  ws-tem-arqDependencias-sim           value "S".
               88  ws-tem-arqDependencias-nao           value "N".
           05  ws-tem-arqConselho                  pic x(01).
               88  ws-tem-arqConselho-sim               value "S".
               88  ws-tem-arqConselho-nao               value "N".

       01  ws-documento.
           05  ws-dc-tipo                          pic x(01).
               88  ws-dc-matricula                      value "M".
               88  ws-dc-frequencia                     value "F".
               88  ws-dc-transferencia                  value "T".
               88  ws-dc-conclusao                      value "C".
           05  ws-dc-protocolo                     pic 9(07).
           05  ws-dc-codigo                        pic 9(08).
           05  ws-dc-calculo                       pic 9(15).
           05  ws-dc-quociente                     pic 9(15).
           05  ws-dc-ano                           pic 9(04).
           05  ws-dc-turma                         pic x(03).
           05  ws-pode-emitir                      pic x(01).
               88  ws-pode-emitir-sim                   value "S".
               88  ws-pode-emitir-nao                   value "N".

       01  ws-apuracao-freq.
           05  ws-tot-aulas                        pic 9(05).
           05  ws-tot-faltas                       pic 9(05).
           05  ws-pct-freq                         pic 9(03)v99.
           05  ws-ultimo-anomes                    pic 9(06).

       01  ws-ultima-movimentacao.
           05  ws-tem-movimentacao                 pic x(01).
               88  ws-tem-movimentacao-sim              value "S".
               88  ws-tem-movimentacao-nao              value "N".
           05  ws-mv-data                          pic 9(08).
           05  ws-mv-turma-origem                  pic x(03).
           05  ws-mv-turma-destino                 pic x(03).
           05  ws-mv-motivo                        pic x(35).

       01  ws-conclusao.
           05  ws-tem-conclusao                    pic x(01).
               88  ws-tem-conclusao-sim                 value "S".
               88  ws-tem-conclusao-nao                 value "N".
           05  ws-cc-ano                           pic 9(04).
           05  ws-cc-turma                         pic x(03).
           05  ws-cc-situacao                      pic x(24).
           05  ws-cc-aprovado                      pic x(01).
               88  ws-cc-aprovado-sim                   value "S".
               88  ws-cc-aprovado-nao                   value "N".
           05  ws-cc-qtd-reprovadas                pic 9(02).
           05  ws-cc-tem-exame                     pic x(01).
               88  ws-cc-tem-exame-sim                  value "S".
               88  ws-cc-tem-exame-nao                  value "N".
           05  ws-cc-dep-pendente                  pic x(01).
               88  ws-cc-dep-pendente-sim               value "S".
               88  ws-cc-dep-pendente-nao               value "N".
           05  ws-cc-dep-aberta                    pic x(01).
               88  ws-cc-dep-aberta-sim                 value "S".
               88  ws-cc-dep-aberta-nao                 value "N".

       01  ws-hist-aluno.
           05  ws-hi-cod                           pic 9(08).
           05  ws-hi-aluno                         pic x(25).
           05  ws-hi-endereco                      pic x(35).
           05  ws-hi-mae                           pic x(25).
           05  ws-hi-pai                           pic x(25).
           05  ws-hi-telefone                      pic x(15).
           05  ws-hi-nota-g.
               10  ws-hi-notas occurs 4.
                   15  ws-hi-nota                  pic 9(02)v99.
           05  ws-hi-status                        pic x(01).
           05  ws-hi-turma                         pic x(03).
           05  ws-hi-cod-anterior                  pic 9(03).

       01  ws-dados-turma.
           05  ws-serie                            pic 9(02).
           05  ws-turno-edit                       pic x(08).

       01  ws-edicoes.
           05  ws-titulo                           pic x(40).
           05  ws-pct-edit                         pic zz9,99.
           05  ws-situacao-edit                    pic x(07).
           05  ws-data-edit.
               10  ws-data-dia                     pic 9(02).
               10  filler                          pic x(01) value "/".
               10  ws-data-mes                     pic 9(02).
               10  filler                          pic x(01) value "/".
               10  ws-data-ano                     pic 9(04).
           05  ws-mv-data-edit.
               10  ws-mv-dia                       pic 9(02).
               10  filler                          pic x(01) value "/".
               10  ws-mv-mes                       pic 9(02).
               10  filler                          pic x(01) value "/".
               10  ws-mv-ano                       pic 9(04).

       01  ws-declaracao-det                       pic x(90).

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

       01  ws-consulta.
           05  ws-cs-protocolo                     pic 9(07).
           05  ws-cs-codigo                        pic 9(08).

       01  ws-contadores.
           05  ws-qtd-emitidas                     pic 9(05) value zero.

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

           accept ws-data-corrente                  from date yyyymmdd
           move ws-data-corrente(1 : 4)             to ws-ano-letivo

           open input arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               move 1                                to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunos "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqFrequencia
           evaluate ws-fs-arqFrequencia
               when 00
                   set ws-tem-arqFrequencia-sim         to true
               when 35
                   set ws-tem-arqFrequencia-nao         to true
               when other
                   move 2                                     to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqFrequencia "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           open input arqTransferencias
           evaluate ws-fs-arqTransferencias
               when 00
                   set ws-tem-arqTransferencias-sim     to true
               when 35
                   set ws-tem-arqTransferencias-nao     to true
               when other
                   move 3                                         to ws-msn-erro-ofsset
                   move ws-fs-arqTransferencias                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTransferencias "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           open input arqHistAnual
           evaluate ws-fs-arqHistAnual
               when 00
                   set ws-tem-arqHistAnual-sim          to true
               when 35
                   set ws-tem-arqHistAnual-nao          to true
               when other
                   move 4                                     to ws-msn-erro-ofsset
                   move ws-fs-arqHistAnual                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistAnual "    to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           open input arqTurmas
           evaluate ws-fs-arqTurmas
               when 00
                   set ws-tem-arqTurmas-sim             to true
               when 35
                   set ws-tem-arqTurmas-nao             to true
               when other
                   move 5                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTurmas "       to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           move 6,00                                to ws-media-corte
           move 2                                   to ws-max-dependencias

           open input arqParametros
           evaluate ws-fs-arqParametros
               when 00
                   set ws-tem-arqParametros-sim         to true

                   move "GERAL"                         to fd-par-chave
                   read arqParametros
                   evaluate ws-fs-arqParametros
                       when 00
                           move fd-par-ano-letivo       to ws-ano-letivo
                           move fd-par-media-corte      to ws-media-corte
                           move fd-par-max-dependencias to ws-max-dependencias
                       when 23
                           continue
                       when other
                           move 6                                    to ws-msn-erro-ofsset
                           move ws-fs-arqParametros                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqParametros "    to ws-msn-erro-text
                           perform finaliza-anormal
                   end-evaluate

               when 35
                   set ws-tem-arqParametros-nao         to true

               when other
                   move 6                                     to ws-msn-erro-ofsset
                   move ws-fs-arqParametros                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqParametros "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           open input arqHistNotas
           evaluate ws-fs-arqHistNotas
               when 00
                   set ws-tem-arqHistNotas-sim          to true
               when 35
                   set ws-tem-arqHistNotas-nao          to true
               when other
                   move 10                                   to ws-msn-erro-ofsset
                   move ws-fs-arqHistNotas                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistNotas "   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           open input arqHistFrequencia
           evaluate ws-fs-arqHistFrequencia
               when 00
                   set ws-tem-arqHistFrequencia-sim     to true
               when 35
                   set ws-tem-arqHistFrequencia-nao     to true
               when other
                   move 11                                       to ws-msn-erro-ofsset
                   move ws-fs-arqHistFrequencia                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistFrequencia "  to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           open input arqHistRecuperacao
           evaluate ws-fs-arqHistRecuperacao
               when 00
                   set ws-tem-arqHistRecuperacao-sim    to true
               when 35
                   set ws-tem-arqHistRecuperacao-nao    to true
               when other
                   move 12                                       to ws-msn-erro-ofsset
                   move ws-fs-arqHistRecuperacao                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistRecuperacao " to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           open input arqDependencias
           evaluate ws-fs-arqDependencias
               when 00
                   set ws-tem-arqDependencias-sim       to true
               when 35
                   set ws-tem-arqDependencias-nao       to true
               when other
                   move 13                                     to ws-msn-erro-ofsset
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
                   move 14                                     to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqConselho "      to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           open i-o arqDocumentos
           if ws-fs-arqDocumentos  <> 00
           and ws-fs-arqDocumentos <> 05 then
               move 8                                     to ws-msn-erro-ofsset
               move ws-fs-arqDocumentos                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDocumentos "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqDeclaracoes
           if ws-fs-arqDeclaracoes  <> 00 then
               move 9                                     to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracoes                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDeclaracoes "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  identificacao obrigatoria do operador (consta de cada documento)
      *>------------------------------------------------------------------------
       identificar-operador section.

           open input arqOperadores
           if ws-fs-arqOperadores  <> 00 then
               move 7                                     to ws-msn-erro-ofsset
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
                   move fd-op-perfil                to ws-oper-perfil

               when 23
                   display "Usuario inexistente"
                   Stop run

               when other
                   move 7                                    to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqOperadores "    to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           close arqOperadores
           if ws-fs-arqOperadores  <> 00 then
               move 7                                      to ws-msn-erro-ofsset
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

           perform until ws-sair = "X"
                      or ws-sair = "x"

               display erase
               display "'1' - Declaracao de Matricula"
               display "'2' - Declaracao de Frequencia"
               display "'3' - Declaracao de Transferencia"
               display "'4' - Declaracao de Conclusao"
               display "'5' - Consultar Autenticidade"
               accept ws-menu

               evaluate ws-menu
                   when = "1"
                       set ws-dc-matricula          to true
                       perform emitir-declaracao

                   when = "2"
                       set ws-dc-frequencia         to true
                       perform emitir-declaracao

                   when = "3"
                       set ws-dc-transferencia      to true
                       perform emitir-declaracao

                   when = "4"
                       set ws-dc-conclusao          to true
                       perform emitir-declaracao

                   when = "5"
                       perform consultar-autenticidade

                   when other
                       display "Opcao Invalida!"

               end-evaluate

               display "Informe 'X' para sair"
               accept ws-sair

           end-perform

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  emite a declaracao do tipo escolhido para um aluno
      *>------------------------------------------------------------------------
       emitir-declaracao section.

           if ws-perfil-consulta then
               display "Acesso negado: emissao exige perfil de lancamento"
                       " ou supervisao"
           else
               display "Matricula do Aluno: "
               accept ws-cod

               move ws-cod                          to fd-cod
               read arqAlunos
               evaluate ws-fs-arqAlunos
                   when 00
                       perform verificar-emissao
                       if ws-pode-emitir-sim then
                           perform obter-protocolo
                           perform gravar-documento
                           perform imprimir-declaracao
                           display "Declaracao emitida - Protocolo: "
                                   ws-dc-protocolo
                                   "  Codigo: " ws-dc-codigo
                       end-if
                   when 23
                       display "Matricula Inexistente!"
                   when other
                       move 1                                  to ws-msn-erro-ofsset
                       move ws-fs-arqAlunos                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAlunos "      to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       emitir-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere se o documento pode ser emitido e levanta os dados dele
      *>------------------------------------------------------------------------
       verificar-emissao section.

           set ws-pode-emitir-sim                   to true
           move ws-ano-letivo                       to ws-dc-ano
           move fd-turma                            to ws-dc-turma

           if fd-status-inativo
           and (ws-dc-matricula or ws-dc-frequencia) then
               display "Aluno inativo: somente declaracao de transferencia"
                       " ou de conclusao"
               set ws-pode-emitir-nao               to true
           end-if

           if ws-pode-emitir-sim then
               evaluate true
                   when ws-dc-matricula
                       perform buscar-dados-turma
                   when ws-dc-frequencia
                       perform apurar-frequencia-aluno
                   when ws-dc-transferencia
                       perform apurar-frequencia-aluno
                       perform buscar-ultima-movimentacao
                   when ws-dc-conclusao
                       perform buscar-ano-conclusao
                       if ws-tem-conclusao-nao then
                           display "Aluno sem ano letivo encerrado no historico"
                                   " - declaracao nao emitida"
                           set ws-pode-emitir-nao   to true
                       else
                           move ws-cc-ano           to ws-dc-ano
                           move ws-cc-turma         to ws-dc-turma
                           perform apurar-resultado-conclusao
                           if ws-cc-aprovado-nao then
                               display "Ano letivo " ws-cc-ano " sem aprovacao: "
                                       ws-cc-situacao
                               display "Declaracao de conclusao nao emitida"
                               set ws-pode-emitir-nao   to true
                           else
                               perform buscar-dados-turma
                           end-if
                       end-if
               end-evaluate
           end-if

           .
       verificar-emissao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  serie e turno da turma do documento (arqTurmas)
      *>------------------------------------------------------------------------
       buscar-dados-turma section.

           move zero                                to ws-serie
           move spaces                              to ws-turno-edit

           if ws-tem-arqTurmas-sim then
               move ws-dc-turma                     to fd-tu-turma
               read arqTurmas
               evaluate ws-fs-arqTurmas
                   when 00
                       move fd-tu-serie             to ws-serie
                       evaluate true
                           when fd-tu-turno-manha
                               move "manha"         to ws-turno-edit
                           when fd-tu-turno-tarde
                               move "tarde"         to ws-turno-edit
                           when fd-tu-turno-noite
                               move "noite"         to ws-turno-edit
                           when other
                               move "integral"      to ws-turno-edit
                       end-evaluate
                   when 23
                       continue
                   when other
                       move 5                                  to ws-msn-erro-ofsset
                       move ws-fs-arqTurmas                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTurmas "      to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       buscar-dados-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  soma aulas e faltas do aluno em arqFrequencia (ano em curso)
      *>------------------------------------------------------------------------
       apurar-frequencia-aluno section.

           move zero                                to ws-tot-aulas
           move zero                                to ws-tot-faltas
           move zero                                to ws-ultimo-anomes
           move 100,00                              to ws-pct-freq

           if ws-tem-arqFrequencia-sim then

               move ws-cod                          to fd-fq-cod
               move zero                            to fd-fq-anomes
               start arqFrequencia key is not less than fd-fq-chave
               if ws-fs-arqFrequencia = 00 then

                   read arqFrequencia next
                   perform until ws-fs-arqFrequencia <> 00
                              or fd-fq-cod <> ws-cod

                       add fd-fq-aulas              to ws-tot-aulas
                       add fd-fq-faltas             to ws-tot-faltas
                       move fd-fq-anomes            to ws-ultimo-anomes

                       read arqFrequencia next
                   end-perform

                   if ws-fs-arqFrequencia  <> 00
                   and ws-fs-arqFrequencia  <> 10 then
                       move 2                                     to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqFrequencia "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               if ws-tot-aulas > 0 then
                   compute ws-pct-freq rounded =
                       (ws-tot-aulas - ws-tot-faltas) * 100 / ws-tot-aulas
               end-if
           end-if

           .
       apurar-frequencia-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  ultima movimentacao de turma do aluno (arqTransferencias)
      *>------------------------------------------------------------------------
       buscar-ultima-movimentacao section.

           set ws-tem-movimentacao-nao              to true

           if ws-tem-arqTransferencias-sim then

               move ws-cod                          to fd-tr-cod
               move zero                            to fd-tr-data
               move zero                            to fd-tr-hora
               move zero                            to fd-tr-seq
               start arqTransferencias key is not less than fd-tr-chave
               if ws-fs-arqTransferencias = 00 then

                   read arqTransferencias next
                   perform until ws-fs-arqTransferencias <> 00
                              or fd-tr-cod <> ws-cod

                       set ws-tem-movimentacao-sim  to true
                       move fd-tr-data              to ws-mv-data
                       move fd-tr-turma-origem      to ws-mv-turma-origem
                       move fd-tr-turma-destino     to ws-mv-turma-destino
                       move fd-tr-motivo            to ws-mv-motivo

                       read arqTransferencias next
                   end-perform

                   if ws-fs-arqTransferencias  <> 00
                   and ws-fs-arqTransferencias  <> 10 then
                       move 3                                        to ws-msn-erro-ofsset
                       move ws-fs-arqTransferencias                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTransferencias "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           .
       buscar-ultima-movimentacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  ultimo ano letivo encerrado do aluno no historico (arqHistAnual)
      *>------------------------------------------------------------------------
       buscar-ano-conclusao section.

           set ws-tem-conclusao-nao                 to true

           if ws-tem-arqHistAnual-sim then

               move zero                            to fd-ha-ano
               move zero                            to fd-ha-cod
               start arqHistAnual key is not less than fd-ha-chave
               if ws-fs-arqHistAnual = 00 then

                   read arqHistAnual next
                   perform until ws-fs-arqHistAnual <> 00

                       if fd-ha-cod = ws-cod then
                           set ws-tem-conclusao-sim to true
                           move fd-ha-alunos        to ws-hist-aluno
                           move fd-ha-ano           to ws-cc-ano
                           move ws-hi-turma         to ws-cc-turma
                       end-if

                       read arqHistAnual next
                   end-perform

                   if ws-fs-arqHistAnual  <> 10 then
                       move 4                                    to ws-msn-erro-ofsset
                       move ws-fs-arqHistAnual                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistAnual "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           .
       buscar-ano-conclusao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  resultado final do ano letivo encerrado (ws-cc-ano): regras de
      *>  avaliacao sobre notas, exame e frequencia arquivados, dependencias
      *>  e deliberacao do conselho de classe
      *>------------------------------------------------------------------------
       apurar-resultado-conclusao section.

           move zero                                to ws-cc-qtd-reprovadas
           if ws-tem-arqHistNotas-sim then
               perform apurar-disciplinas-conclusao
           end-if

           set ws-cc-tem-exame-nao                  to true
           if ws-tem-arqHistRecuperacao-sim then
               move ws-cc-ano                       to fd-hr-ano
               move ws-cod                          to fd-hr-cod
               read arqHistRecuperacao
               evaluate ws-fs-arqHistRecuperacao
                   when 00
                       set ws-cc-tem-exame-sim      to true
                   when 23
                       continue
                   when other
                       move 12                                       to ws-msn-erro-ofsset
                       move ws-fs-arqHistRecuperacao                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistRecuperacao "   to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           perform apurar-frequencia-conclusao

           move "S"                                 to ws-av-funcao
           move ws-cc-ano                           to ws-av-ano-letivo
           move ws-cc-turma                         to ws-av-turma
           move ws-media-corte                      to ws-av-media-corte
           move ws-hi-nota-g                        to ws-av-nota-g
           move ws-tot-aulas                        to ws-av-tot-aulas
           move ws-pct-freq                         to ws-av-pct-freq
           if ws-cc-tem-exame-sim then
               move "S"                             to ws-av-tem-exame
               move fd-hr-nota-exame                to ws-av-nota-exame
           else
               move "N"                             to ws-av-tem-exame
               move zero                            to ws-av-nota-exame
           end-if

           call "regrasavaliacao" using ws-avaliacao

           evaluate true
               when ws-av-aprovado
                   move "Aprovado"                  to ws-cc-situacao
               when ws-av-reprovado
                   move "Reprovado"                 to ws-cc-situacao
               when other
                   move "Em Recuperacao"            to ws-cc-situacao
           end-evaluate

           perform apurar-dependencias-conclusao

           if ws-cc-situacao = "Aprovado" then
               evaluate true
                   when ws-cc-dep-pendente-sim
                       move "Pendente de dependencia"   to ws-cc-situacao
                   when ws-cc-qtd-reprovadas = 0
                       continue
                   when ws-cc-qtd-reprovadas <= ws-max-dependencias
                       move "Aprovado com dependencia"  to ws-cc-situacao
                   when other
                       move "Reprovado"                 to ws-cc-situacao
               end-evaluate
           end-if

           if ws-av-freq-insuficiente-sim then
               move "Reprovado por frequencia"      to ws-cc-situacao
           end-if

           set ws-cc-aprovado-nao                   to true
           evaluate ws-cc-situacao
               when "Aprovado"
                   set ws-cc-aprovado-sim           to true
               when "Aprovado com dependencia"
                   if ws-cc-dep-aberta-sim then
                       move "Dependencia em aberto" to ws-cc-situacao
                   else
                       set ws-cc-aprovado-sim       to true
                   end-if
           end-evaluate

           if ws-tem-arqConselho-sim then
               move ws-cod                          to fd-co-cod
               move ws-cc-ano                       to fd-co-ano
               read arqConselho
               evaluate ws-fs-arqConselho
                   when 00
                       if fd-co-aprovar then
                           move "Aprovado pelo conselho"    to ws-cc-situacao
                           set ws-cc-aprovado-sim           to true
                       else
                           move "Retido pelo conselho"      to ws-cc-situacao
                           set ws-cc-aprovado-nao           to true
                       end-if
                   when 23
                       continue
                   when other
                       move 14                                    to ws-msn-erro-ofsset
                       move ws-fs-arqConselho                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqConselho "       to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       apurar-resultado-conclusao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta as disciplinas arquivadas do ano com media abaixo do corte
      *>------------------------------------------------------------------------
       apurar-disciplinas-conclusao section.

           move ws-cc-ano                           to fd-hn-ano
           move ws-cod                              to fd-hn-cod
           move spaces                              to fd-hn-disciplina
           start arqHistNotas key is not less than fd-hn-chave
           if ws-fs-arqHistNotas = 00 then

               read arqHistNotas next
               perform until ws-fs-arqHistNotas <> 00
                          or fd-hn-ano <> ws-cc-ano
                          or fd-hn-cod <> ws-cod

                   move "M"                         to ws-av-funcao
                   move ws-cc-ano                   to ws-av-ano-letivo
                   move fd-hn-nota-g                to ws-av-nota-g
                   call "regrasavaliacao" using ws-avaliacao

                   if ws-av-media < ws-media-corte then
                       add 1                        to ws-cc-qtd-reprovadas
                   end-if

                   read arqHistNotas next
               end-perform

               if ws-fs-arqHistNotas  <> 00
               and ws-fs-arqHistNotas  <> 10 then
                   move 10                                   to ws-msn-erro-ofsset
                   move ws-fs-arqHistNotas                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHistNotas "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       apurar-disciplinas-conclusao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  soma aulas e faltas arquivadas do ano e apura o percentual
      *>------------------------------------------------------------------------
       apurar-frequencia-conclusao section.

           move zero                                to ws-tot-aulas
           move zero                                to ws-tot-faltas
           move 100,00                              to ws-pct-freq

           if ws-tem-arqHistFrequencia-sim then

               move ws-cc-ano                       to fd-hf-ano
               move ws-cod                          to fd-hf-cod
               move zero                            to fd-hf-anomes
               start arqHistFrequencia key is not less than fd-hf-chave
               if ws-fs-arqHistFrequencia = 00 then

                   read arqHistFrequencia next
                   perform until ws-fs-arqHistFrequencia <> 00
                              or fd-hf-ano <> ws-cc-ano
                              or fd-hf-cod <> ws-cod

                       add fd-hf-aulas              to ws-tot-aulas
                       add fd-hf-faltas             to ws-tot-faltas

                       read arqHistFrequencia next
                   end-perform

                   if ws-fs-arqHistFrequencia  <> 00
                   and ws-fs-arqHistFrequencia  <> 10 then
                       move 11                                       to ws-msn-erro-ofsset
                       move ws-fs-arqHistFrequencia                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistFrequencia "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               if ws-tot-aulas > 0 then
                   compute ws-pct-freq rounded =
                       (ws-tot-aulas - ws-tot-faltas) * 100 / ws-tot-aulas
               end-if
           end-if

           .
       apurar-frequencia-conclusao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  dependencias do aluno: de ano anterior ainda pendente no ano
      *>  encerrado, ou do proprio ano encerrado ainda em aberto
      *>------------------------------------------------------------------------
       apurar-dependencias-conclusao section.

           set ws-cc-dep-pendente-nao               to true
           set ws-cc-dep-aberta-nao                 to true

           if ws-tem-arqDependencias-sim then

               move ws-cod                          to fd-dp-cod
               move zero                            to fd-dp-ano
               move spaces                          to fd-dp-disciplina
               start arqDependencias key is not less than fd-dp-chave
               if ws-fs-arqDependencias = 00 then

                   read arqDependencias next
                   perform until ws-fs-arqDependencias <> 00
                              or fd-dp-cod <> ws-cod

                       if fd-dp-ano < ws-cc-ano
                       and (fd-dp-aberta
                        or fd-dp-data-conclusao(1 : 4) > ws-cc-ano) then
                           set ws-cc-dep-pendente-sim   to true
                       end-if

                       if fd-dp-ano = ws-cc-ano
                       and fd-dp-aberta then
                           set ws-cc-dep-aberta-sim     to true
                       end-if

                       read arqDependencias next
                   end-perform

                   if ws-fs-arqDependencias  <> 00
                   and ws-fs-arqDependencias  <> 10 then
                       move 13                                     to ws-msn-erro-ofsset
                       move ws-fs-arqDependencias                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqDependencias "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           .
       apurar-dependencias-conclusao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  reserva o proximo numero de protocolo (registro de controle zero) e
      *>  calcula o codigo de verificacao do documento
      *>------------------------------------------------------------------------
       obter-protocolo section.

           move zero                                to fd-dcc-protocolo
           read arqDocumentos
           evaluate ws-fs-arqDocumentos
               when 00
                   add 1                            to fd-dcc-ultimo-protocolo
                   move fd-dcc-ultimo-protocolo     to ws-dc-protocolo
                   rewrite fd-documento-controle
               when 23
                   move spaces                      to fd-documento-controle
                   move zero                        to fd-dcc-protocolo
                   move 1                           to fd-dcc-ultimo-protocolo
                   move 1                           to ws-dc-protocolo
                   write fd-documento-controle
               when other
                   move 8                                     to ws-msn-erro-ofsset
                   move ws-fs-arqDocumentos                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDocumentos "     to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if ws-fs-arqDocumentos  <> 00 then
               move 8                                     to ws-msn-erro-ofsset
               move ws-fs-arqDocumentos                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqDocumentos "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-data-corrente                  from date yyyymmdd
           accept ws-hora-corrente                  from time

           compute ws-dc-calculo = ws-dc-protocolo * 7919
                                 + ws-cod * 104729
                                 + ws-data-corrente * 31
                                 + ws-hora-corrente
           divide ws-dc-calculo by 99999989
               giving ws-dc-quociente
               remainder ws-dc-codigo

           .
       obter-protocolo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  registra o documento emitido em arqDocumentos
      *>------------------------------------------------------------------------
       gravar-documento section.

           move ws-dc-protocolo                     to fd-dc-protocolo
           move ws-dc-codigo                        to fd-dc-codigo
           move ws-dc-tipo                          to fd-dc-tipo
           move ws-cod                              to fd-dc-cod
           move fd-aluno                            to fd-dc-aluno
           move ws-dc-turma                         to fd-dc-turma
           move ws-dc-ano                           to fd-dc-ano
           move ws-data-corrente                    to fd-dc-data
           move ws-hora-corrente(1 : 6)             to fd-dc-hora
           move ws-oper-usuario                     to fd-dc-operador

           write fd-documento
           if ws-fs-arqDocumentos  <> 00 then
               move 8                                     to ws-msn-erro-ofsset
               move ws-fs-arqDocumentos                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqDocumentos "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1                                    to ws-qtd-emitidas

           .
       gravar-documento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime a declaracao em declaracoes.txt
      *>------------------------------------------------------------------------
       imprimir-declaracao section.

           evaluate true
               when ws-dc-matricula
                   move "DECLARACAO DE MATRICULA"       to ws-titulo
               when ws-dc-frequencia
                   move "DECLARACAO DE FREQUENCIA"      to ws-titulo
               when ws-dc-transferencia
                   move "DECLARACAO DE TRANSFERENCIA"   to ws-titulo
               when other
                   move "DECLARACAO DE CONCLUSAO"       to ws-titulo
           end-evaluate

           move all "="                             to fd-declaracao-linha
           perform gravar-linha-declaracao

           move ws-titulo                           to fd-declaracao-linha
           perform gravar-linha-declaracao

           move spaces                              to ws-declaracao-det
           string "Protocolo: "                ws-dc-protocolo
                  "   Codigo de verificacao: " ws-dc-codigo
               delimited by size
               into ws-declaracao-det
           perform mover-gravar-linha

           move spaces                              to fd-declaracao-linha
           perform gravar-linha-declaracao

           move spaces                              to ws-declaracao-det
           string "Declaramos, para os devidos fins, que o(a) aluno(a) "
               delimited by size
               into ws-declaracao-det
           perform mover-gravar-linha

           move spaces                              to ws-declaracao-det
           string fd-aluno  ", matricula "  ws-cod  ","
               delimited by size
               into ws-declaracao-det
           perform mover-gravar-linha

           evaluate true
               when ws-dc-matricula
                   perform texto-matricula
               when ws-dc-frequencia
                   perform texto-frequencia
               when ws-dc-transferencia
                   perform texto-transferencia
               when other
                   perform texto-conclusao
           end-evaluate

           move spaces                              to fd-declaracao-linha
           perform gravar-linha-declaracao

           move ws-data-corrente(7 : 2)             to ws-data-dia
           move ws-data-corrente(5 : 2)             to ws-data-mes
           move ws-data-corrente(1 : 4)             to ws-data-ano

           move spaces                              to ws-declaracao-det
           string "Emitida em "  ws-data-edit
                  " por "        ws-oper-usuario
               delimited by size
               into ws-declaracao-det
           perform mover-gravar-linha

           move "A autenticidade pode ser conferida na secretaria pelo protocolo"
                                                    to fd-declaracao-linha
           perform gravar-linha-declaracao
           move "e pelo codigo de verificacao acima."
                                                    to fd-declaracao-linha
           perform gravar-linha-declaracao

           .
       imprimir-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  corpo da declaracao de matricula
      *>------------------------------------------------------------------------
       texto-matricula section.

           move spaces                              to ws-declaracao-det
           string "esta regularmente matriculado(a) nesta escola no ano letivo de "
                  ws-dc-ano ","
               delimited by size
               into ws-declaracao-det
           perform mover-gravar-linha

           move spaces                              to ws-declaracao-det
           if ws-serie > 0 then
               string "na turma "  ws-dc-turma
                      ", "         ws-serie   "a serie, turno da "
                      ws-turno-edit
                   delimited by size
                   into ws-declaracao-det
           else
               string "na turma "  ws-dc-turma  "."
                   delimited by size
                   into ws-declaracao-det
           end-if
           perform mover-gravar-linha

           .
       texto-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  corpo da declaracao de frequencia
      *>------------------------------------------------------------------------
       texto-frequencia section.

           move ws-pct-freq                         to ws-pct-edit

           move spaces                              to ws-declaracao-det
           string "matriculado(a) na turma "  ws-dc-turma
                  " no ano letivo de "        ws-dc-ano ","
               delimited by size
               into ws-declaracao-det
           perform mover-gravar-linha

           move spaces                              to ws-declaracao-det
           if ws-tot-aulas > 0 then
               string "apresenta frequencia de "  ws-pct-edit
                      "% (aulas: "  ws-tot-aulas
                      ", faltas: "  ws-tot-faltas
                      ") ate a competencia "
                      ws-ultimo-anomes(5 : 2) "/" ws-ultimo-anomes(1 : 4) "."
                   delimited by size
                   into ws-declaracao-det
           else
               string "sem aulas registradas no ano letivo ate a presente data."
                   delimited by size
                   into ws-declaracao-det
           end-if
           perform mover-gravar-linha

           .
       texto-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  corpo da declaracao de transferencia
      *>------------------------------------------------------------------------
       texto-transferencia section.

           if fd-status-ativo then
               move "ativo"                         to ws-situacao-edit
           else
               move "inativo"                       to ws-situacao-edit
           end-if

           move spaces                              to ws-declaracao-det
           string "esteve matriculado(a) nesta escola na turma "  ws-dc-turma
                  " no ano letivo de "  ws-dc-ano ","
               delimited by size
               into ws-declaracao-det
           perform mover-gravar-linha

           move spaces                              to ws-declaracao-det
           string "tendo sido requerida a sua transferencia. Cadastro: "
                  ws-situacao-edit "."
               delimited by size
               into ws-declaracao-det
           perform mover-gravar-linha

           if ws-tot-aulas > 0 then
               move ws-pct-freq                     to ws-pct-edit
               move spaces                          to ws-declaracao-det
               string "Frequencia no ano letivo: "  ws-pct-edit "%."
                   delimited by size
                   into ws-declaracao-det
               perform mover-gravar-linha
           end-if

           if ws-tem-movimentacao-sim then
               move ws-mv-data(7 : 2)               to ws-mv-dia
               move ws-mv-data(5 : 2)               to ws-mv-mes
               move ws-mv-data(1 : 4)               to ws-mv-ano

               move spaces                          to ws-declaracao-det
               string "Ultima movimentacao em "  ws-mv-data-edit
                      ": turma "                 ws-mv-turma-origem
                      " para "                   ws-mv-turma-destino
                   delimited by size
                   into ws-declaracao-det
               perform mover-gravar-linha

               move spaces                          to ws-declaracao-det
               string "Motivo: "  ws-mv-motivo
                   delimited by size
                   into ws-declaracao-det
               perform mover-gravar-linha
           end-if

           .
       texto-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  corpo da declaracao de conclusao
      *>------------------------------------------------------------------------
       texto-conclusao section.

           move spaces                              to ws-declaracao-det
           string "concluiu o ano letivo de "  ws-dc-ano
                  " nesta escola, na turma "   ws-dc-turma
               delimited by size
               into ws-declaracao-det
           perform mover-gravar-linha

           move spaces                              to ws-declaracao-det
           if ws-serie > 0 then
               string "(" ws-serie "a serie), conforme historico escolar arquivado."
                   delimited by size
                   into ws-declaracao-det
           else
               string "conforme historico escolar arquivado."
                   delimited by size
                   into ws-declaracao-det
           end-if
           perform mover-gravar-linha

           .
       texto-conclusao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere se protocolo e codigo apresentados correspondem a um
      *>  documento emitido
      *>------------------------------------------------------------------------
       consultar-autenticidade section.

           display "Protocolo: "
           accept ws-cs-protocolo
           display "Codigo de verificacao: "
           accept ws-cs-codigo

           if ws-cs-protocolo = zero then
               display "Documento NAO confere com os registros da escola"
           else
               move ws-cs-protocolo                 to fd-dc-protocolo
               read arqDocumentos
               evaluate ws-fs-arqDocumentos
                   when 00
                       if fd-dc-codigo = ws-cs-codigo then
                           perform exibir-documento
                       else
                           display "Documento NAO confere com os registros da escola"
                       end-if
                   when 23
                       display "Documento NAO confere com os registros da escola"
                   when other
                       move 8                                     to ws-msn-erro-ofsset
                       move ws-fs-arqDocumentos                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqDocumentos "     to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       consultar-autenticidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exibe os dados do documento autentico
      *>------------------------------------------------------------------------
       exibir-documento section.

           evaluate true
               when fd-dc-matricula
                   move "DECLARACAO DE MATRICULA"       to ws-titulo
               when fd-dc-frequencia
                   move "DECLARACAO DE FREQUENCIA"      to ws-titulo
               when fd-dc-transferencia
                   move "DECLARACAO DE TRANSFERENCIA"   to ws-titulo
               when other
                   move "DECLARACAO DE CONCLUSAO"       to ws-titulo
           end-evaluate

           move fd-dc-data(7 : 2)                   to ws-data-dia
           move fd-dc-data(5 : 2)                   to ws-data-mes
           move fd-dc-data(1 : 4)                   to ws-data-ano

           display "Documento AUTENTICO"
           display "  " ws-titulo
           display "  Aluno: " fd-dc-cod " - " fd-dc-aluno
                   "  Turma: " fd-dc-turma "  Ano: " fd-dc-ano
           display "  Emitido em " ws-data-edit " por " fd-dc-operador

           .
       exibir-documento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  move a linha montada para o registro e grava
      *>------------------------------------------------------------------------
       mover-gravar-linha section.

           move ws-declaracao-det                   to fd-declaracao-linha
           perform gravar-linha-declaracao

           .
       mover-gravar-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava uma linha em arqDeclaracoes com critica de erro
      *>------------------------------------------------------------------------
       gravar-linha-declaracao section.

           write fd-declaracao-linha
           if ws-fs-arqDeclaracoes  <> 00 then
               move 9                                     to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracoes                  to ws-msn-erro-cod
               move "Erro ao gravar arq. arqDeclaracoes " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-declaracao-exit.
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

           move "F"                                 to ws-av-funcao
           call "regrasavaliacao" using ws-avaliacao

           close arqAlunos
           if ws-fs-arqAlunos  <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAlunos "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-tem-arqFrequencia-sim then
               close arqFrequencia
               if ws-fs-arqFrequencia  <> 00 then
                   move 2                                      to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqFrequencia "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-tem-arqTransferencias-sim then
               close arqTransferencias
               if ws-fs-arqTransferencias  <> 00 then
                   move 3                                          to ws-msn-erro-ofsset
                   move ws-fs-arqTransferencias                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqTransferencias "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-tem-arqHistAnual-sim then
               close arqHistAnual
               if ws-fs-arqHistAnual  <> 00 then
                   move 4                                      to ws-msn-erro-ofsset
                   move ws-fs-arqHistAnual                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistAnual "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-tem-arqTurmas-sim then
               close arqTurmas
               if ws-fs-arqTurmas  <> 00 then
                   move 5                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqTurmas "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-tem-arqParametros-sim then
               close arqParametros
               if ws-fs-arqParametros  <> 00 then
                   move 6                                      to ws-msn-erro-ofsset
                   move ws-fs-arqParametros                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqParametros "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-tem-arqHistNotas-sim then
               close arqHistNotas
               if ws-fs-arqHistNotas  <> 00 then
                   move 10                                     to ws-msn-erro-ofsset
                   move ws-fs-arqHistNotas                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistNotas "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-tem-arqHistFrequencia-sim then
               close arqHistFrequencia
               if ws-fs-arqHistFrequencia  <> 00 then
                   move 11                                         to ws-msn-erro-ofsset
                   move ws-fs-arqHistFrequencia                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistFrequencia "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-tem-arqHistRecuperacao-sim then
               close arqHistRecuperacao
               if ws-fs-arqHistRecuperacao  <> 00 then
                   move 12                                         to ws-msn-erro-ofsset
                   move ws-fs-arqHistRecuperacao                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistRecuperacao "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-tem-arqDependencias-sim then
               close arqDependencias
               if ws-fs-arqDependencias  <> 00 then
                   move 13                                         to ws-msn-erro-ofsset
                   move ws-fs-arqDependencias                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqDependencias "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-tem-arqConselho-sim then
               close arqConselho
               if ws-fs-arqConselho  <> 00 then
                   move 14                                     to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqConselho "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arqDocumentos
           if ws-fs-arqDocumentos  <> 00 then
               move 8                                      to ws-msn-erro-ofsset
               move ws-fs-arqDocumentos                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDocumentos "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqDeclaracoes
           if ws-fs-arqDeclaracoes  <> 00 then
               move 9                                      to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracoes                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDeclaracoes "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Declaracoes emitidas: " ws-qtd-emitidas
           if ws-qtd-emitidas > 0 then
               display "Documentos gravados em declaracoes.txt"
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
