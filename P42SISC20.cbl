      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P42SISC20".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
       environment division.
       configuration section.
       special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       input-output section.
       file-control.

           select arq-resultados assign to "arq-resultados.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-chave-resul
           alternate key is fl-user-disc with duplicates
           file status is ws-fs-arq-resultados.

           select arq-historico assign to "arq-historico.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-hist-chave
           file status is ws-fs-arq-historico.

           select arq-alunos assign to "arq-alunos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-matricula
           file status is ws-fs-arq-alunos.

           select arq-turmas assign to "arq-turmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cod-turma
           file status is ws-fs-arq-turmas.

           select arq-transferencias assign to "arq-transferencias.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-trf-chave
           file status is ws-fs-arq-transferencias.

           select arq-disciplinas assign to "arq-disciplinas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cod-disciplina
           file status is ws-fs-arq-disciplinas.

           select arq-situacoes assign to "arq-situacoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-sit-chave
           file status is ws-fs-arq-situacoes.

           select arq-tipos-prova assign to "arq-tipos-prova.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-tpr-codigo
           file status is ws-fs-arq-tipos-prova.

           select arq-parametros assign to "arq-parametros.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-par-id
           file status is ws-fs-arq-parametros.

           select arq-relatorio assign to "arq-historico-escolar.txt"
           organization is line sequential
           file status is ws-fs-arq-relatorio.

      *> extrato em leiaute fixo do mesmo histórico, para o setor de
      *> diplomas carregar sem redigitar
           select arq-extrato assign to "arq-historico-escolar.dat"
           organization is line sequential
           file status is ws-fs-arq-extrato.

           select arq-runlog assign to "arq-runlog.dat"
           organization is line sequential
           file status is ws-fs-arq-runlog.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
       fd arq-resultados.
       01 fl-resultado.
           05 fl-chave-resul.
               10 fl-id-resultado                  pic 9(02).
               10 fl-user-disc.
                   15 fl-user-id                   pic x(08).
                   15 fl-id-disciplina             pic 9(03).
           05 fl-nota                              pic -99,99.
           05 fl-data-prova                        pic x(10).

      *> arquivo histórico de resultados dos períodos já fechados (gravado
      *> pelo recolhimento de P30SISC20): mesmo registro do arquivo vivo
      *> com o ano/período da turma do aluno na frente da chave
       fd arq-historico.
       01 fl-hist-resultado.
           05 fl-hist-chave.
               10 fl-hist-ano-periodo.
                   15 fl-hist-ano                  pic 9(04).
                   15 fl-hist-periodo              pic 9(02).
               10 fl-hist-chave-resul.
                   15 fl-hist-id-resultado         pic 9(02).
                   15 fl-hist-user-disc.
                       20 fl-hist-user-id          pic x(08).
                       20 fl-hist-id-disciplina    pic 9(03).
           05 fl-hist-nota                         pic -99,99.
           05 fl-hist-data-prova                   pic x(10).

       fd arq-alunos.
       01 fl-aluno.
           05 fl-matricula                         pic x(08).
           05 fl-nome                               pic x(40).
           05 fl-turma                              pic x(10).
           05 fl-situacao                           pic x(01).

       fd arq-turmas.
       01 fl-turma-reg.
           05 fl-cod-turma                         pic x(10).
           05 fl-descricao-turma                   pic x(40).
           05 fl-ano-turma                         pic 9(04).
           05 fl-periodo-turma                     pic 9(02).
           05 fl-professor-turma                   pic x(40).

      *> histórico de transferências de turma (gravado por P07SISC20): o
      *> período de um resultado do arquivo vivo é o da turma em que o
      *> aluno estava na data da prova, não o da turma atual
       fd arq-transferencias.
       01 fl-transferencia.
           05 fl-trf-chave.
               10 fl-trf-matricula                 pic x(08).
               10 fl-trf-data-chave                pic x(08).
           05 fl-trf-turma-anterior                pic x(10).
           05 fl-trf-turma-nova                    pic x(10).
           05 fl-trf-data-efetiva                  pic x(10).
           05 fl-trf-operador                      pic x(08).
           05 fl-trf-data-hora                     pic x(21).

       fd arq-disciplinas.
       01 fl-disciplina.
           05 fl-cod-disciplina                    pic 9(03).
           05 fl-nome-disciplina                   pic x(40).
           05 fl-carga-horaria                     pic 9(03).

      *> arquivo de situações finais, gravado por P14SISC20 e refechado
      *> por P28SISC20; chaveado só por matricula + disciplina, então
      *> guarda a situação da última vez em que o aluno cursou a disciplina
       fd arq-situacoes.
       01 fl-situacao-final.
           05 fl-sit-chave.
               10 fl-sit-matricula                 pic x(08).
               10 fl-sit-id-disciplina             pic 9(03).
           05 fl-sit-media                         pic -99,99.
           05 fl-sit-status                        pic x(02).
               88 fl-sit-aprovado                  value "AP".
               88 fl-sit-recuperacao               value "RC".
               88 fl-sit-reprovado                 value "RP".
               88 fl-sit-reprovado-falta           value "RF".
           05 fl-sit-data-fechamento               pic x(10).

       fd arq-tipos-prova.
       01 fl-tipo-prova.
           05 fl-tpr-codigo                        pic 9(02).
           05 fl-tpr-descricao                     pic x(30).
           05 fl-tpr-peso                          pic 9(03).
           05 fl-tpr-recuperacao                   pic x(01).
               88 fl-tpr-eh-recuperacao            value "S".
               88 fl-tpr-prova-regular             value "N".

       fd arq-parametros.
       01 fl-parametros.
           05 fl-par-id                            pic x(08).
           05 fl-par-nota-minima                   pic 99,99.
           05 fl-par-nota-maxima                   pic 99,99.
           05 fl-par-media-aprovacao               pic 99,99.
           05 fl-par-media-recuperacao             pic 99,99.
           05 fl-par-freq-minima                   pic 9(03).

       fd arq-relatorio.
       01 fl-linha-relatorio                       pic x(132).

      *> uma disciplina cursada por linha, em leiaute fixo como o
      *> arq-export-situacoes.dat de P38SISC20, com o coeficiente de
      *> rendimento do período e o acumulado até o período repetidos em
      *> cada linha
       fd arq-extrato.
       01 fl-linha-extrato.
           05 fl-ext-matricula                     pic x(08).
           05 fl-ext-nome                          pic x(40).
           05 fl-ext-ano                           pic 9(04).
           05 fl-ext-periodo                       pic 9(02).
           05 fl-ext-id-disciplina                 pic 9(03).
           05 fl-ext-nome-disciplina               pic x(40).
           05 fl-ext-carga-horaria                 pic 9(03).
           05 fl-ext-media                         pic -99,99.
           05 fl-ext-status                        pic x(02).
           05 fl-ext-cr-periodo                    pic 99,99.
           05 fl-ext-cr-acumulado                  pic 99,99.

      *> arquivo de log de execução dos jobs batch: uma linha INI na
      *> largada e uma linha FIM com a contagem no término normal; job que
      *> morreu no meio fica com INI sem FIM e o monitor (P35SISC20) o
      *> aponta como interrompido
       fd arq-runlog.
       01 fl-runlog.
           05 fl-log-programa                      pic x(10).
           05 fl-log-evento                        pic x(03).
           05 fl-log-data-hora                     pic x(21).
           05 fl-log-registros                     pic 9(07).
           05 fl-log-resultado                     pic x(12).

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-resultados                     pic x(02).
       77 ws-fs-arq-historico                      pic x(02).
       77 ws-fs-arq-alunos                         pic x(02).
       77 ws-fs-arq-turmas                         pic x(02).
       77 ws-fs-arq-transferencias                 pic x(02).
       77 ws-fs-arq-disciplinas                    pic x(02).
       77 ws-fs-arq-situacoes                      pic x(02).
       77 ws-fs-arq-tipos-prova                    pic x(02).
       77 ws-fs-arq-parametros                     pic x(02).
       77 ws-fs-arq-relatorio                      pic x(02).
       77 ws-fs-arq-extrato                        pic x(02).
       77 ws-fs-arq-runlog                         pic x(02).

      *> alvo da emissão, informado pelo operador nas variáveis de
      *> ambiente MATRICULA (um aluno) ou TURMA (todos os alunos da turma),
      *> no mesmo espírito do ANO-PERIODO do recolhimento (P30SISC20)
       77 ws-alvo-matricula                        pic x(08).
       77 ws-alvo-turma                            pic x(10).

      *> "S" quando arq-historico existe (P30SISC20 já recolheu algum
      *> período); "N" emite só com os resultados do arquivo vivo
       77 ws-tem-historico                         pic x(01) value "N".
           88 ws-com-historico                     value "S".

      *> "S" quando arq-situacoes existe (P14SISC20 já fechou algum período)
       77 ws-tem-situacoes                         pic x(01) value "N".
           88 ws-com-situacoes                     value "S".

      *> "S" quando arq-transferencias existe (P07SISC20 já registrou
      *> alguma troca de turma); sem ele vale a turma atual do aluno
       77 ws-tem-transferencias                    pic x(01) value "N".
           88 ws-com-transferencias                value "S".

       77 ws-fim-arquivo                           pic x(01) value "N".
           88 ws-fim-do-arquivo                    value "S".

      *> regras de avaliação vigentes (registro VIGENTE de arq-parametros),
      *> com os mesmos padrões de P14SISC20/P28SISC20
       77 ws-par-media-aprovacao                   pic 9(02)v99 value 6.
       77 ws-par-media-recuperacao                 pic 9(02)v99 value 4.

      *> tabela dos tipos de prova (mesma carga de P14SISC20; tipo fora do
      *> mestre entra com peso 100 e como prova regular)
       77 ws-qtd-tipos                             pic 9(03) value 0.
       77 ws-ind-tipo                              pic 9(03).
       77 ws-peso-corrente                         pic 9(03).
       77 ws-tipo-recuperacao                      pic x(01).
           88 ws-tipo-de-recuperacao               value "S".
           88 ws-tipo-regular                      value "N".
       01 ws-tab-tipos.
           05 ws-tpr-entrada occurs 99 times.
               10 ws-tpr-codigo                    pic 9(02).
               10 ws-tpr-peso                      pic 9(03).
               10 ws-tpr-recuperacao               pic x(01).

      *> alunos a emitir: um só (MATRICULA) ou os da turma (TURMA), estes
      *> em ordem de nome
       77 ws-qtd-alunos                            pic 9(03) value 0.
       77 ws-max-alunos                            pic 9(03) value 200.
       77 ws-ind-aluno                             pic 9(03).
       77 ws-ind                                   pic 9(03).
       77 ws-ind2                                  pic 9(03).
       01 ws-tab-alunos.
           05 ws-alu-entrada occurs 200 times.
               10 ws-alu-nome                      pic x(40).
               10 ws-alu-matricula                 pic x(08).
               10 ws-alu-turma                     pic x(10).
       01 ws-alu-troca.
           05 filler                               pic x(40).
           05 filler                               pic x(08).
           05 filler                               pic x(10).

      *> período da turma em que o aluno estava na data da prova,
      *> atribuído aos resultados que ainda estão no arquivo vivo (turma
      *> fora do mestre: 9999/99, que sai no fim do histórico como "sem
      *> periodo"), com cache da última turma consultada
       77 ws-vivo-turma                            pic x(10).
       77 ws-vivo-cod-turma                        pic x(10).
       77 ws-vivo-ano                              pic 9(04).
       77 ws-vivo-periodo                          pic 9(02).
       77 ws-vivo-carregado                        pic x(01).
           88 ws-vivo-vazio                        value "N".

      *> trocas de turma do aluno corrente, em ordem de data efetiva
      *> (AAAAMMDD): a turma na data da prova é a turma anterior da
      *> primeira troca que vale depois dela; sem troca depois da prova,
      *> é a turma atual (mesma regra de P30SISC20)
       77 ws-prova-aaaammdd                        pic x(08).
       77 ws-qtd-trf                               pic 9(03) value 0.
       77 ws-max-trf                               pic 9(03) value 50.
       77 ws-ind-trf                               pic 9(03).
       77 ws-trf-achou                             pic x(01).
           88 ws-trf-encontrada                    value "S".
           88 ws-trf-nao-encontrada                value "N".
       01 ws-tab-transferencias.
           05 ws-trf-entrada occurs 50 times.
               10 ws-trf-data-chave                pic x(08).
               10 ws-trf-turma-anterior            pic x(10).

      *> disciplinas cursadas pelo aluno corrente, uma linha por
      *> ano/período/disciplina, com as somas da média ponderada de
      *> P14SISC20 e a maior nota de recuperação (regra de P28SISC20)
       77 ws-qtd-cursadas                          pic 9(03) value 0.
       77 ws-max-cursadas                          pic 9(03) value 150.
       77 ws-ind-cur                               pic 9(03).
       77 ws-cursada-achou                         pic x(01).
           88 ws-cursada-encontrada                value "S".
           88 ws-cursada-nao-encontrada            value "N".
       01 ws-tab-cursadas.
           05 ws-cur-entrada occurs 150 times.
               10 ws-cur-ordem.
                   15 ws-cur-ano                   pic 9(04).
                   15 ws-cur-periodo               pic 9(02).
                   15 ws-cur-id-disciplina         pic 9(03).
               10 ws-cur-origem                    pic x(01).
                   88 ws-cur-do-historico          value "H".
                   88 ws-cur-do-arquivo-vivo       value "V".
               10 ws-cur-qtd-notas                 pic 9(03).
               10 ws-cur-soma-ponderada            pic s9(07)v99.
               10 ws-cur-soma-pesos                pic 9(05).
               10 ws-cur-rec-achou                 pic x(01).
               10 ws-cur-rec-nota                  pic s9(03)v99.
               10 ws-cur-media                     pic s9(03)v99.
               10 ws-cur-status                    pic x(02).
               10 ws-cur-nome-disciplina           pic x(40).
               10 ws-cur-carga-horaria             pic 9(03).
               10 ws-cur-cr-periodo                pic 9(02)v99.
               10 ws-cur-cr-acumulado              pic 9(02)v99.
               10 ws-cur-ultima-prova              pic x(08).
       01 ws-cur-troca.
           05 filler                               pic 9(04).
           05 filler                               pic 9(02).
           05 filler                               pic 9(03).
           05 filler                               pic x(01).
           05 filler                               pic 9(03).
           05 filler                               pic s9(07)v99.
           05 filler                               pic 9(05).
           05 filler                               pic x(01).
           05 filler                               pic s9(03)v99.
           05 filler                               pic s9(03)v99.
           05 filler                               pic x(02).
           05 filler                               pic x(40).
           05 filler                               pic 9(03).
           05 filler                               pic 9(02)v99.
           05 filler                               pic 9(02)v99.
           05 filler                               pic x(08).

      *> nota corrente a acumular na tabela de cursadas
       77 ws-acu-ano                               pic 9(04).
       77 ws-acu-periodo                           pic 9(02).
       77 ws-acu-id-disciplina                     pic 9(03).
       77 ws-acu-id-resultado                      pic 9(02).
       77 ws-acu-origem                            pic x(01).
       77 ws-nota-numerica                         pic s9(03)v99.
       77 ws-nota-ponderada                        pic s9(05)v99.
       77 ws-soma-medias                           pic s9(04)v99.

      *> "S" quando a linha corrente é a última vez em que o aluno cursou
      *> a disciplina (é a essa que a situação gravada em arq-situacoes
      *> se refere)
       77 ws-ultima-vez                            pic x(01).
           88 ws-eh-ultima-vez                     value "S".

      *> data do fechamento gravado em arq-situacoes em AAAAMMDD: só vale
      *> se não for anterior à última prova do arquivo vivo na disciplina
      *> (senão é de uma vez anterior e o aluno está cursando de novo)
       77 ws-fechamento-aaaammdd                   pic x(08).

      *> coeficiente de rendimento: média das disciplinas encerradas (AP,
      *> RP, RF) ponderada pela carga horária; em curso e em recuperação
      *> ainda não entram
       77 ws-ini-periodo                           pic 9(03).
       77 ws-pontos                                pic s9(07)v99.
       77 ws-per-pontos                            pic s9(07)v99.
       77 ws-per-carga                             pic 9(05).
       77 ws-acm-pontos                            pic s9(07)v99.
       77 ws-acm-carga                             pic 9(05).
       77 ws-acm-carga-aprovada                    pic 9(05).
       77 ws-cr-periodo                            pic 9(02)v99.
       77 ws-cr-acumulado                          pic 9(02)v99.

       77 ws-data-corrente                         pic x(21).
       77 ws-data-hoje                             pic x(10).
       77 ws-qtd-emitidos                          pic 9(07) value 0.

       01 ws-linha-cab-1.
           05 filler                               pic x(37) value "HISTORICO ESCOLAR                    ".
           05 filler                               pic x(10) value "Emitido em".
           05 filler                               pic x(01) value spaces.
           05 ws-cab-data                          pic x(10).

       01 ws-linha-cab-2.
           05 filler                               pic x(11) value "Matricula: ".
           05 ws-cab-matricula                     pic x(08).
           05 filler                               pic x(03) value spaces.
           05 filler                               pic x(06) value "Nome: ".
           05 ws-cab-nome                          pic x(40).
           05 filler                               pic x(03) value spaces.
           05 filler                               pic x(13) value "Turma atual: ".
           05 ws-cab-turma                         pic x(10).

       01 ws-linha-periodo.
           05 filler                               pic x(09) value "Periodo: ".
           05 ws-per-ano-periodo                   pic x(12).

       01 ws-linha-colunas.
           05 filler                               pic x(04) value spaces.
           05 filler                               pic x(05) value "Disc ".
           05 filler                               pic x(41) value "Nome".
           05 filler                               pic x(04) value "C.H.".
           05 filler                               pic x(02) value spaces.
           05 filler                               pic x(06) value "Media ".
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(08) value "Situacao".

       01 ws-linha-detalhe.
           05 filler                               pic x(04) value spaces.
           05 ws-det-id-disciplina                 pic 9(03).
           05 filler                               pic x(02) value spaces.
           05 ws-det-nome-disciplina               pic x(40).
           05 filler                               pic x(01) value spaces.
           05 ws-det-carga-horaria                 pic zz9.
           05 filler                               pic x(03) value spaces.
           05 ws-det-media                         pic -99,99.
           05 filler                               pic x(02) value spaces.
           05 ws-det-status                        pic x(15).

       01 ws-linha-cr-periodo.
           05 filler                               pic x(04) value spaces.
           05 filler                               pic x(20) value "CR do periodo......:".
           05 ws-crp-cr                            pic z9,99.
           05 filler                               pic x(05) value spaces.
           05 filler                               pic x(20) value "CR acumulado.......:".
           05 ws-crp-cr-acumulado                  pic z9,99.

       01 ws-linha-cr-final.
           05 filler                               pic x(24) value "Coeficiente de rendim.: ".
           05 ws-crf-cr                            pic z9,99.
           05 filler                               pic x(05) value spaces.
           05 filler                               pic x(24) value "C.H. cursada/aprovada: ".
           05 ws-crf-carga                         pic zzzz9.
           05 filler                               pic x(01) value "/".
           05 ws-crf-carga-aprovada                pic zzzz9.

       01 ws-linha-tracos.
           05 filler                               pic x(90) value all "-".

      *>----Declaração de tela
       screen section.

      *>----Declaração do corpo do programa
       procedure division.

      *>------------------------------------------------------------------------
      *>  Controle das seções
      *>------------------------------------------------------------------------
       0000-controle section.
           perform 1000-inicializa
           perform 2000-processamento
           perform 3000-finaliza
           .
       0000-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização: valida o alvo pedido, abre os
      *>  arquivos, carrega as regras de avaliação e monta a lista de alunos
      *>------------------------------------------------------------------------
       1000-inicializa section.
           move spaces                              to ws-alvo-matricula ws-alvo-turma
           accept ws-alvo-matricula from environment "MATRICULA"
           accept ws-alvo-turma from environment "TURMA"
           if  (ws-alvo-matricula = spaces and ws-alvo-turma = spaces)
           or  (ws-alvo-matricula <> spaces and ws-alvo-turma <> spaces) then
                display "P42SISC20 - Informe MATRICULA ou TURMA (somente um dos dois)"
                stop run
           end-if
      *> a largada só entra no log depois do alvo validado: a saída de
      *> operação acima não é execução a monitorar
           perform 1200-gravar-log-inicio
           open input arq-resultados
           if   ws-fs-arq-resultados <> "00"
           and  ws-fs-arq-resultados <> "05" then
                display "P42SISC20 - Erro ao abrir arq. arq-resultados: " ws-fs-arq-resultados
                stop run
           end-if
      *> o histórico só existe depois do primeiro recolhimento de
      *> P30SISC20: file status 35 (arquivo não existe) não é erro
           open input arq-historico
           if   ws-fs-arq-historico = "00"
           or   ws-fs-arq-historico = "05" then
                set ws-com-historico                to true
           else
                if   ws-fs-arq-historico <> "35" then
                     display "P42SISC20 - Erro ao abrir arq. arq-historico: " ws-fs-arq-historico
                     stop run
                end-if
           end-if
           open input arq-alunos
           if   ws-fs-arq-alunos <> "00"
           and  ws-fs-arq-alunos <> "05" then
                display "P42SISC20 - Erro ao abrir arq. arq-alunos: " ws-fs-arq-alunos
                stop run
           end-if
           open input arq-turmas
           if   ws-fs-arq-turmas <> "00"
           and  ws-fs-arq-turmas <> "05" then
                display "P42SISC20 - Erro ao abrir arq. arq-turmas: " ws-fs-arq-turmas
                stop run
           end-if
           open input arq-disciplinas
           if   ws-fs-arq-disciplinas <> "00"
           and  ws-fs-arq-disciplinas <> "05" then
                display "P42SISC20 - Erro ao abrir arq. arq-disciplinas: " ws-fs-arq-disciplinas
                stop run
           end-if
      *> o arquivo de situações só existe depois do primeiro fechamento de
      *> P14SISC20: file status 35 (arquivo não existe) não é erro, as
      *> disciplinas saem com a média calculada das notas
           open input arq-situacoes
           if   ws-fs-arq-situacoes = "00"
           or   ws-fs-arq-situacoes = "05" then
                set ws-com-situacoes                to true
           else
                if   ws-fs-arq-situacoes <> "35" then
                     display "P42SISC20 - Erro ao abrir arq. arq-situacoes: " ws-fs-arq-situacoes
                     stop run
                end-if
           end-if
      *> o histórico de transferências só existe depois da primeira troca
      *> de turma: file status 35 (arquivo não existe) não é erro
           open input arq-transferencias
           if   ws-fs-arq-transferencias = "00"
           or   ws-fs-arq-transferencias = "05" then
                set ws-com-transferencias           to true
           else
                if   ws-fs-arq-transferencias <> "35" then
                     display "P42SISC20 - Erro ao abrir arq. arq-transferencias: " ws-fs-arq-transferencias
                     stop run
                end-if
           end-if
      *> o mestre de tipos de prova só existe depois do primeiro cadastro
      *> em P26SISC20: file status 35 (arquivo não existe) não é erro, todo
      *> tipo entra com peso 100
           open input arq-tipos-prova
           if   ws-fs-arq-tipos-prova = "00"
           or   ws-fs-arq-tipos-prova = "05" then
                perform 1100-carregar-tipos-prova
                close arq-tipos-prova
           else
                if   ws-fs-arq-tipos-prova <> "35" then
                     display "P42SISC20 - Erro ao abrir arq. arq-tipos-prova: " ws-fs-arq-tipos-prova
                     stop run
                end-if
           end-if
           perform 1050-carregar-parametros
           open output arq-relatorio
           if   ws-fs-arq-relatorio <> "00" then
                display "P42SISC20 - Erro ao abrir arq. arq-historico-escolar.txt: " ws-fs-arq-relatorio
                stop run
           end-if
           open output arq-extrato
           if   ws-fs-arq-extrato <> "00" then
                display "P42SISC20 - Erro ao abrir arq. arq-historico-escolar.dat: " ws-fs-arq-extrato
                stop run
           end-if
           move function current-date               to ws-data-corrente
           string ws-data-corrente (7:2) "/"
                  ws-data-corrente (5:2) "/"
                  ws-data-corrente (1:4)
                  delimited by size into ws-data-hoje
           if   ws-alvo-matricula <> spaces then
                perform 1300-buscar-aluno
           else
                perform 1400-buscar-alunos-turma
                perform 1450-ordenar-alunos
           end-if
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para carregar as regras de avaliação do registro VIGENTE de
      *>  arq-parametros (mantido pela secretaria via P31SISC20); sem o
      *>  arquivo (file status 35) ou sem o registro valem os padrões
      *>------------------------------------------------------------------------
       1050-carregar-parametros section.
           open input arq-parametros
           evaluate true
               when ws-fs-arq-parametros = "00"
               or   ws-fs-arq-parametros = "05"
                    move "VIGENTE"                  to fl-par-id
                    read arq-parametros
                    if   ws-fs-arq-parametros = "00" then
                         move fl-par-media-aprovacao   to ws-par-media-aprovacao
                         move fl-par-media-recuperacao to ws-par-media-recuperacao
                         unlock arq-parametros      *> liberando o lock (leitura de apoio, somente consulta)
                    else
                         if   ws-fs-arq-parametros <> "23" then *> file status 23: registro VIGENTE não cadastrado
                              display "P42SISC20 - Erro ao ler arq-parametros: " ws-fs-arq-parametros
                              stop run
                         end-if
                    end-if
                    close arq-parametros
               when ws-fs-arq-parametros = "35"    *> file status 35: parâmetros ainda não cadastrados
                    continue
               when other
                    display "P42SISC20 - Erro ao abrir arq. arq-parametros: " ws-fs-arq-parametros
                    stop run
           end-evaluate
           .
       1050-carregar-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para carregar a tabela de tipos de prova em memória (o
      *>  mestre tem no máximo 99 códigos; mesma técnica de P14SISC20)
      *>------------------------------------------------------------------------
       1100-carregar-tipos-prova section.
           move 0                                    to fl-tpr-codigo
           start arq-tipos-prova key is not less than fl-tpr-codigo
           if   ws-fs-arq-tipos-prova = "00" then
                perform until ws-fs-arq-tipos-prova <> "00"
                           or ws-qtd-tipos >= 99
                     read arq-tipos-prova next record
                     if   ws-fs-arq-tipos-prova = "00" then
                          add 1                      to ws-qtd-tipos
                          move ws-qtd-tipos           to ws-ind-tipo
                          move fl-tpr-codigo          to ws-tpr-codigo (ws-ind-tipo)
                          move fl-tpr-peso            to ws-tpr-peso (ws-ind-tipo)
                          move fl-tpr-recuperacao     to ws-tpr-recuperacao (ws-ind-tipo)
                          unlock arq-tipos-prova      *> liberando o lock (carga é somente leitura)
                     else
                          if   ws-fs-arq-tipos-prova <> "10" then *> file status 10: fim do arquivo
                               display "P42SISC20 - Erro ao ler arq-tipos-prova: " ws-fs-arq-tipos-prova
                               stop run
                          end-if
                     end-if
                end-perform
           else
                if   ws-fs-arq-tipos-prova <> "23"   *> file status 23: mestre vazio
                and  ws-fs-arq-tipos-prova <> "10" then
                     display "P42SISC20 - Erro ao ler arq-tipos-prova: " ws-fs-arq-tipos-prova
                     stop run
                end-if
           end-if
           .
       1100-carregar-tipos-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para buscar o aluno pedido em MATRICULA
      *>------------------------------------------------------------------------
       1300-buscar-aluno section.
           move ws-alvo-matricula                   to fl-matricula
           read arq-alunos
           evaluate true
               when ws-fs-arq-alunos = "00"
                    unlock arq-alunos               *> liberando o lock (leitura de apoio, somente consulta)
                    move 1                          to ws-qtd-alunos
                    move fl-nome                    to ws-alu-nome (1)
                    move fl-matricula               to ws-alu-matricula (1)
                    move fl-turma                   to ws-alu-turma (1)
               when ws-fs-arq-alunos = "23"         *> file status 23: matricula fora do cadastro
                    display "P42SISC20 - Matricula inexistente: " ws-alvo-matricula
               when other
                    display "P42SISC20 - Erro ao ler arq-alunos: " ws-fs-arq-alunos
                    stop run
           end-evaluate
           .
       1300-buscar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para varrer arq-alunos guardando os alunos da turma pedida
      *>  em TURMA (o mestre não tem chave por turma)
      *>------------------------------------------------------------------------
       1400-buscar-alunos-turma section.
           move low-values                          to fl-matricula
           start arq-alunos key is not less than fl-matricula
           if   ws-fs-arq-alunos = "23" then        *> file status 23: cadastro vazio
                set ws-fim-do-arquivo               to true
           else
                if   ws-fs-arq-alunos <> "00" then
                     display "P42SISC20 - Erro ao ler arq-alunos: " ws-fs-arq-alunos
                     stop run
                end-if
           end-if
           perform until ws-fim-do-arquivo
                read arq-alunos next
                if   ws-fs-arq-alunos = "10" then   *> file status 10: fim do arquivo
                     set ws-fim-do-arquivo          to true
                else
                     if   ws-fs-arq-alunos <> "00" then
                          display "P42SISC20 - Erro ao ler arq-alunos: " ws-fs-arq-alunos
                          stop run
                     end-if
                     unlock arq-alunos              *> liberando o lock (varredura somente de leitura)
                     if   fl-turma = ws-alvo-turma then
                          if   ws-qtd-alunos >= ws-max-alunos then
                               display "P42SISC20 - Aviso: mais de " ws-max-alunos
                                       " alunos na turma - aluno " fl-matricula
                                       " fora da emissao"
                          else
                               add 1                to ws-qtd-alunos
                               move ws-qtd-alunos   to ws-ind
                               move fl-nome         to ws-alu-nome (ws-ind)
                               move fl-matricula    to ws-alu-matricula (ws-ind)
                               move fl-turma        to ws-alu-turma (ws-ind)
                          end-if
                     end-if
                end-if
           end-perform
           if   ws-qtd-alunos = 0 then
                display "P42SISC20 - Nenhum aluno na turma: " ws-alvo-turma
           end-if
           .
       1400-buscar-alunos-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para ordenar os alunos da turma por nome (troca simples,
      *>  como a tabela de P11SISC20)
      *>------------------------------------------------------------------------
       1450-ordenar-alunos section.
           perform varying ws-ind from 1 by 1 until ws-ind >= ws-qtd-alunos
                perform varying ws-ind2 from 1 by 1
                        until ws-ind2 > ws-qtd-alunos - ws-ind
                     if   ws-alu-entrada (ws-ind2)
                        > ws-alu-entrada (ws-ind2 + 1) then
                          move ws-alu-entrada (ws-ind2)     to ws-alu-troca
                          move ws-alu-entrada (ws-ind2 + 1) to ws-alu-entrada (ws-ind2)
                          move ws-alu-troca                 to ws-alu-entrada (ws-ind2 + 1)
                     end-if
                end-perform
           end-perform
           .
       1450-ordenar-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - emite o histórico de cada aluno da lista
      *>------------------------------------------------------------------------
       2000-processamento section.
           perform varying ws-ind-aluno from 1 by 1
                   until ws-ind-aluno > ws-qtd-alunos
                move 0                              to ws-qtd-cursadas
                perform 2100-carregar-transferencias
                if   ws-com-historico then
                     perform 2200-coletar-historico
                end-if
                perform 2300-coletar-arquivo-vivo
                perform 2400-apurar-cursadas
                perform 2500-ordenar-cursadas
                perform 2550-calcular-coeficientes
                perform 2600-imprimir-historico
                add 1                               to ws-qtd-emitidos
           end-perform
           display "P42SISC20 - Historico emitido para " ws-qtd-emitidos " aluno(s)"
           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para carregar em cache as trocas de turma do aluno corrente
      *>  (a chave do histórico traz a data efetiva depois da matrícula,
      *>  então elas já vêm em ordem cronológica; mesma carga de
      *>  2115-carregar-transferencias em P30SISC20)
      *>------------------------------------------------------------------------
       2100-carregar-transferencias section.
           move 0                                   to ws-qtd-trf
           move "N"                                 to ws-vivo-carregado
           if   ws-com-transferencias then
                move ws-alu-matricula (ws-ind-aluno) to fl-trf-matricula
                move low-values                     to fl-trf-data-chave
                start arq-transferencias key is not less than fl-trf-chave
                if   ws-fs-arq-transferencias = "00" then
                     perform until ws-fs-arq-transferencias <> "00"
                                or fl-trf-matricula <> ws-alu-matricula (ws-ind-aluno)
                          read arq-transferencias next
                          if   ws-fs-arq-transferencias = "00" then
                               unlock arq-transferencias *> liberando o lock (leitura de apoio, somente consulta)
                               if   fl-trf-matricula = ws-alu-matricula (ws-ind-aluno) then
                                    if   ws-qtd-trf >= ws-max-trf then
                                         display "P42SISC20 - Aviso: mais de " ws-max-trf
                                                 " transferencias do aluno " ws-alu-matricula (ws-ind-aluno)
                                                 " - vale a turma atual nas provas seguintes"
                                    else
                                         add 1                    to ws-qtd-trf
                                         move fl-trf-data-chave   to ws-trf-data-chave (ws-qtd-trf)
                                         move fl-trf-turma-anterior to ws-trf-turma-anterior (ws-qtd-trf)
                                    end-if
                               end-if
                          else
                               if   ws-fs-arq-transferencias <> "10" then *> file status 10: fim do arquivo
                                    display "P42SISC20 - Erro ao ler arq-transferencias: " ws-fs-arq-transferencias
                                    stop run
                               end-if
                          end-if
                     end-perform
                else
                     if   ws-fs-arq-transferencias <> "23" then *> file status 23: nenhuma troca deste aluno em diante
                          display "P42SISC20 - Erro ao ler arq-transferencias: " ws-fs-arq-transferencias
                          stop run
                     end-if
                end-if
           end-if
           .
       2100-carregar-transferencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para varrer arq-historico guardando as notas do aluno
      *>  corrente nos períodos já recolhidos (a chave do histórico começa
      *>  pelo ano/período e não tem acesso por aluno)
      *>------------------------------------------------------------------------
       2200-coletar-historico section.
           move "N"                                 to ws-fim-arquivo
           move low-values                          to fl-hist-chave
           start arq-historico key is not less than fl-hist-chave
           if   ws-fs-arq-historico = "23" then     *> file status 23: histórico vazio
                set ws-fim-do-arquivo               to true
           else
                if   ws-fs-arq-historico <> "00" then
                     display "P42SISC20 - Erro ao ler arq-historico: " ws-fs-arq-historico
                     stop run
                end-if
           end-if
           perform until ws-fim-do-arquivo
                read arq-historico next
                if   ws-fs-arq-historico = "10" then *> file status 10: fim do arquivo
                     set ws-fim-do-arquivo          to true
                else
                     if   ws-fs-arq-historico <> "00" then
                          display "P42SISC20 - Erro ao ler arq-historico: " ws-fs-arq-historico
                          stop run
                     end-if
                     unlock arq-historico           *> liberando o lock (varredura somente de leitura)
                     if   fl-hist-user-id = ws-alu-matricula (ws-ind-aluno) then
                          move fl-hist-ano          to ws-acu-ano
                          move fl-hist-periodo      to ws-acu-periodo
                          move fl-hist-id-disciplina to ws-acu-id-disciplina
                          move fl-hist-id-resultado to ws-acu-id-resultado
                          move fl-hist-nota         to ws-nota-numerica
                          move "H"                  to ws-acu-origem
                          perform 2250-acumular-nota
                     end-if
                end-if
           end-perform
           .
       2200-coletar-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para acumular a nota corrente (ws-acu-*) na linha
      *>  ano/período/disciplina da tabela de cursadas, criando a linha
      *>  quando ela ainda não existe: prova regular soma nota x peso,
      *>  prova de recuperação guarda só a maior nota
      *>------------------------------------------------------------------------
       2250-acumular-nota section.
           set ws-cursada-nao-encontrada            to true
           perform varying ws-ind-cur from 1 by 1 until ws-ind-cur > ws-qtd-cursadas
                                                  or ws-cursada-encontrada
                if   ws-cur-ano (ws-ind-cur) = ws-acu-ano
                and  ws-cur-periodo (ws-ind-cur) = ws-acu-periodo
                and  ws-cur-id-disciplina (ws-ind-cur) = ws-acu-id-disciplina then
                     set ws-cursada-encontrada      to true
                     *> compensando o incremento final do perform varying
                     subtract 1                     from ws-ind-cur
                end-if
           end-perform
           if   ws-cursada-nao-encontrada then
                if   ws-qtd-cursadas >= ws-max-cursadas then
      *> tabela cheia: avisando em vez de estourar o índice
                     display "P42SISC20 - Aviso: mais de " ws-max-cursadas
                             " disciplinas cursadas por " ws-alu-matricula (ws-ind-aluno)
                             " - disc. " ws-acu-id-disciplina " fora do historico"
                else
                     add 1                          to ws-qtd-cursadas
                     move ws-qtd-cursadas           to ws-ind-cur
                     initialize ws-cur-entrada (ws-ind-cur)
                     move ws-acu-ano                to ws-cur-ano (ws-ind-cur)
                     move ws-acu-periodo            to ws-cur-periodo (ws-ind-cur)
                     move ws-acu-id-disciplina      to ws-cur-id-disciplina (ws-ind-cur)
                     move ws-acu-origem             to ws-cur-origem (ws-ind-cur)
                     move "N"                       to ws-cur-rec-achou (ws-ind-cur)
                     set ws-cursada-encontrada      to true
                end-if
           end-if
           if   ws-cursada-encontrada then
                perform 2260-buscar-peso-tipo
                if   ws-tipo-de-recuperacao then
                     if   ws-cur-rec-achou (ws-ind-cur) = "N"
                     or   ws-nota-numerica > ws-cur-rec-nota (ws-ind-cur) then
                          move ws-nota-numerica     to ws-cur-rec-nota (ws-ind-cur)
                     end-if
                     move "S"                       to ws-cur-rec-achou (ws-ind-cur)
                else
                     add 1                          to ws-cur-qtd-notas (ws-ind-cur)
                     multiply ws-nota-numerica by ws-peso-corrente
                              giving ws-nota-ponderada
                     add ws-nota-ponderada          to ws-cur-soma-ponderada (ws-ind-cur)
                     add ws-peso-corrente           to ws-cur-soma-pesos (ws-ind-cur)
                end-if
           end-if
           .
       2250-acumular-nota-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para buscar o peso e o indicador de recuperação do tipo da
      *>  nota corrente na tabela carregada (fora do mestre: peso 100)
      *>------------------------------------------------------------------------
       2260-buscar-peso-tipo section.
           move 100                                  to ws-peso-corrente
           set ws-tipo-regular                       to true
           perform varying ws-ind-tipo from 1 by 1
                   until ws-ind-tipo > ws-qtd-tipos
                if   ws-tpr-codigo (ws-ind-tipo) = ws-acu-id-resultado then
                     move ws-tpr-peso (ws-ind-tipo)  to ws-peso-corrente
                     move ws-tpr-recuperacao (ws-ind-tipo)
                                                     to ws-tipo-recuperacao
                     move ws-qtd-tipos               to ws-ind-tipo *> encerra a busca na entrada encontrada
                end-if
           end-perform
           .
       2260-buscar-peso-tipo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para percorrer os resultados do aluno ainda no arquivo vivo
      *>  pela chave alternada fl-user-disc, atribuindo cada um ao período
      *>  da turma em que o aluno estava na data da prova
      *>------------------------------------------------------------------------
       2300-coletar-arquivo-vivo section.
           move ws-alu-matricula (ws-ind-aluno)     to fl-user-id
           move 0                                   to fl-id-disciplina
           start arq-resultados key is not less than fl-user-disc
           if   ws-fs-arq-resultados <> "00"
           and  ws-fs-arq-resultados <> "23" then    *> file status 23: nenhum resultado daqui em diante
                display "P42SISC20 - Erro ao ler arq-resultados: " ws-fs-arq-resultados
                stop run
           end-if
           perform until ws-fs-arq-resultados <> "00" and ws-fs-arq-resultados <> "02"
                read arq-resultados next record
                if  (ws-fs-arq-resultados = "00" or ws-fs-arq-resultados = "02") then
                     unlock arq-resultados          *> liberando o lock (varredura somente de leitura)
                     if   fl-user-id <> ws-alu-matricula (ws-ind-aluno) then
                          *> passou do aluno corrente: encerra a leitura
                          move "10"                 to ws-fs-arq-resultados
                     else
                          perform 2310-turma-na-data-prova
                          perform 2320-buscar-periodo-turma
                          move ws-vivo-ano          to ws-acu-ano
                          move ws-vivo-periodo      to ws-acu-periodo
                          move fl-id-disciplina     to ws-acu-id-disciplina
                          move fl-id-resultado      to ws-acu-id-resultado
                          move fl-nota              to ws-nota-numerica
                          move "V"                  to ws-acu-origem
                          perform 2250-acumular-nota
                          *> guardando a última prova da linha para conferir
                          *> o fechamento em 2430-buscar-situacao
                          if   ws-cursada-encontrada
                          and  ws-prova-aaaammdd numeric
                          and  ws-prova-aaaammdd > ws-cur-ultima-prova (ws-ind-cur) then
                               move ws-prova-aaaammdd to ws-cur-ultima-prova (ws-ind-cur)
                          end-if
                     end-if
                else
                     if   ws-fs-arq-resultados <> "10" then *> file status 10: fim do arquivo
                          display "P42SISC20 - Erro ao ler arq-resultados: " ws-fs-arq-resultados
                          stop run
                     end-if
                end-if
           end-perform
           .
       2300-coletar-arquivo-vivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para descobrir a turma do aluno na data da prova do
      *>  resultado corrente: a turma anterior da primeira troca que vale
      *>  depois da prova ou, sem troca depois dela, a turma atual. Data de
      *>  prova inválida fica com a turma atual (mesma regra de
      *>  2130-turma-na-data-prova em P30SISC20)
      *>------------------------------------------------------------------------
       2310-turma-na-data-prova section.
           move ws-alu-turma (ws-ind-aluno)         to ws-vivo-turma
           string fl-data-prova (7:4)
                  fl-data-prova (4:2)
                  fl-data-prova (1:2)
                  delimited by size into ws-prova-aaaammdd
           if   ws-prova-aaaammdd numeric then
                set ws-trf-nao-encontrada           to true
                perform varying ws-ind-trf from 1 by 1 until ws-ind-trf > ws-qtd-trf
                                                   or ws-trf-encontrada
                     if   ws-trf-data-chave (ws-ind-trf) > ws-prova-aaaammdd then
                          move ws-trf-turma-anterior (ws-ind-trf) to ws-vivo-turma
                          set ws-trf-encontrada     to true
                     end-if
                end-perform
           end-if
           .
       2310-turma-na-data-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para buscar o ano/período da turma da prova em arq-turmas,
      *>  com cache do último código consultado (mesma consulta de
      *>  2120-buscar-periodo-turma em P30SISC20)
      *>------------------------------------------------------------------------
       2320-buscar-periodo-turma section.
           if   ws-vivo-vazio
           or   ws-vivo-turma <> ws-vivo-cod-turma then
                move "S"                            to ws-vivo-carregado
                move ws-vivo-turma                  to ws-vivo-cod-turma
                move 9999                           to ws-vivo-ano
                move 99                             to ws-vivo-periodo
                move ws-vivo-turma                  to fl-cod-turma
                read arq-turmas
                evaluate true
                    when ws-fs-arq-turmas = "00"
                         unlock arq-turmas          *> liberando o lock (leitura de apoio, somente consulta)
                         move fl-ano-turma          to ws-vivo-ano
                         move fl-periodo-turma      to ws-vivo-periodo
                    when ws-fs-arq-turmas = "23"    *> file status 23: turma em texto livre, fora do mestre
                         continue
                    when other
                         display "P42SISC20 - Erro ao ler arq-turmas: " ws-fs-arq-turmas
                         stop run
                end-evaluate
           end-if
           .
       2320-buscar-periodo-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para apurar média, situação, nome e carga horária de cada
      *>  disciplina cursada. Na última vez em que o aluno cursou a
      *>  disciplina vale a situação gravada pelo fechamento (P14SISC20 /
      *>  P28SISC20), desde que o fechamento não seja anterior à última
      *>  prova dela no arquivo vivo; nas vezes anteriores, ou sem
      *>  fechamento, a média é recalculada das notas com os mesmos pesos e
      *>  cortes. Disciplina do arquivo vivo ainda sem fechamento fica "em
      *>  curso" (EC)
      *>------------------------------------------------------------------------
       2400-apurar-cursadas section.
           perform varying ws-ind-cur from 1 by 1
                   until ws-ind-cur > ws-qtd-cursadas
                perform 2410-calcular-media-notas
                perform 2420-verificar-ultima-vez
                if   ws-eh-ultima-vez
                and  ws-com-situacoes then
                     perform 2430-buscar-situacao
                end-if
                perform 2440-buscar-disciplina
           end-perform
           .
       2400-apurar-cursadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para calcular a média da linha corrente pelas notas (regra
      *>  de P14SISC20 e, caindo em recuperação com nota de recuperação,
      *>  regra de P28SISC20); sem fechamento, o que ficou em recuperação
      *>  sem nota de recuperação sai reprovado no período encerrado e em
      *>  curso no período aberto
      *>------------------------------------------------------------------------
       2410-calcular-media-notas section.
           move 0                                   to ws-cur-media (ws-ind-cur)
           if   ws-cur-soma-pesos (ws-ind-cur) > 0 then
                divide ws-cur-soma-ponderada (ws-ind-cur)
                    by ws-cur-soma-pesos (ws-ind-cur)
                giving ws-cur-media (ws-ind-cur) rounded
           end-if
           evaluate true
               when ws-cur-media (ws-ind-cur) >= ws-par-media-aprovacao
                    move "AP"                       to ws-cur-status (ws-ind-cur)
               when ws-cur-media (ws-ind-cur) >= ws-par-media-recuperacao
               and  ws-cur-rec-achou (ws-ind-cur) = "S"
                    add ws-cur-media (ws-ind-cur) to ws-cur-rec-nota (ws-ind-cur)
                        giving ws-soma-medias
                    divide ws-soma-medias by 2
                           giving ws-cur-media (ws-ind-cur) rounded
                    if   ws-cur-media (ws-ind-cur) >= ws-par-media-aprovacao then
                         move "AP"                  to ws-cur-status (ws-ind-cur)
                    else
                         move "RP"                  to ws-cur-status (ws-ind-cur)
                    end-if
               when other
                    move "RP"                       to ws-cur-status (ws-ind-cur)
           end-evaluate
           if   ws-cur-do-arquivo-vivo (ws-ind-cur) then
                move "EC"                           to ws-cur-status (ws-ind-cur)
           end-if
           .
       2410-calcular-media-notas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para verificar se a linha corrente é a última vez (maior
      *>  ano/período) em que o aluno cursou a disciplina
      *>------------------------------------------------------------------------
       2420-verificar-ultima-vez section.
           move "S"                                 to ws-ultima-vez
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-cursadas
                if   ws-cur-id-disciplina (ws-ind) = ws-cur-id-disciplina (ws-ind-cur)
                and  ws-cur-ordem (ws-ind) > ws-cur-ordem (ws-ind-cur) then
                     move "N"                       to ws-ultima-vez
                end-if
           end-perform
           .
       2420-verificar-ultima-vez-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para trazer a média e a situação gravadas pelo fechamento.
      *>  A chave de arq-situacoes não tem período: fechamento anterior à
      *>  última prova do arquivo vivo é de uma vez anterior (aluno
      *>  refazendo a disciplina), e a linha fica em curso, sem média e
      *>  fora do CR
      *>------------------------------------------------------------------------
       2430-buscar-situacao section.
           move ws-alu-matricula (ws-ind-aluno)     to fl-sit-matricula
           move ws-cur-id-disciplina (ws-ind-cur)   to fl-sit-id-disciplina
           read arq-situacoes
           evaluate true
               when ws-fs-arq-situacoes = "00"
                    unlock arq-situacoes            *> liberando o lock (leitura de apoio, somente consulta)
                    string fl-sit-data-fechamento (7:4)
                           fl-sit-data-fechamento (4:2)
                           fl-sit-data-fechamento (1:2)
                           delimited by size into ws-fechamento-aaaammdd
                    if   ws-cur-ultima-prova (ws-ind-cur) = spaces
                    or  (ws-fechamento-aaaammdd numeric
                    and  ws-fechamento-aaaammdd >= ws-cur-ultima-prova (ws-ind-cur)) then
                         move fl-sit-media          to ws-cur-media (ws-ind-cur)
                         move fl-sit-status         to ws-cur-status (ws-ind-cur)
                    else
                         move 0                     to ws-cur-media (ws-ind-cur)
                         move "EC"                  to ws-cur-status (ws-ind-cur)
                    end-if
               when ws-fs-arq-situacoes = "23"      *> file status 23: disciplina ainda sem fechamento
                    continue
               when other
                    display "P42SISC20 - Erro ao ler arq-situacoes: " ws-fs-arq-situacoes
                    stop run
           end-evaluate
           .
       2430-buscar-situacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para trazer o nome e a carga horária da disciplina
      *>------------------------------------------------------------------------
       2440-buscar-disciplina section.
           move ws-cur-id-disciplina (ws-ind-cur)   to fl-cod-disciplina
           read arq-disciplinas
           evaluate true
               when ws-fs-arq-disciplinas = "00"
                    unlock arq-disciplinas          *> liberando o lock (leitura de apoio, somente consulta)
                    move fl-nome-disciplina         to ws-cur-nome-disciplina (ws-ind-cur)
                    move fl-carga-horaria           to ws-cur-carga-horaria (ws-ind-cur)
               when ws-fs-arq-disciplinas = "23"    *> file status 23: disciplina fora do mestre, sem peso no CR
                    move "*DISCIPLINA NAO CADASTRADA*" to ws-cur-nome-disciplina (ws-ind-cur)
                    move 0                          to ws-cur-carga-horaria (ws-ind-cur)
               when other
                    display "P42SISC20 - Erro ao ler arq-disciplinas: " ws-fs-arq-disciplinas
                    stop run
           end-evaluate
           .
       2440-buscar-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para ordenar as cursadas por ano/período/disciplina (troca
      *>  simples, como em P11SISC20)
      *>------------------------------------------------------------------------
       2500-ordenar-cursadas section.
           perform varying ws-ind from 1 by 1 until ws-ind >= ws-qtd-cursadas
                perform varying ws-ind2 from 1 by 1
                        until ws-ind2 > ws-qtd-cursadas - ws-ind
                     if   ws-cur-ordem (ws-ind2)
                        > ws-cur-ordem (ws-ind2 + 1) then
                          move ws-cur-entrada (ws-ind2)     to ws-cur-troca
                          move ws-cur-entrada (ws-ind2 + 1) to ws-cur-entrada (ws-ind2)
                          move ws-cur-troca                 to ws-cur-entrada (ws-ind2 + 1)
                     end-if
                end-perform
           end-perform
           .
       2500-ordenar-cursadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para calcular o coeficiente de rendimento de cada período e
      *>  o acumulado até ele, guardando os dois em todas as linhas do
      *>  período (a tabela já está em ordem de ano/período)
      *>------------------------------------------------------------------------
       2550-calcular-coeficientes section.
           move 0                                   to ws-acm-pontos ws-acm-carga
                                                       ws-acm-carga-aprovada
           move 1                                   to ws-ini-periodo
           move 0                                   to ws-per-pontos ws-per-carga
           perform varying ws-ind-cur from 1 by 1
                   until ws-ind-cur > ws-qtd-cursadas
                if   ws-cur-ano (ws-ind-cur) <> ws-cur-ano (ws-ini-periodo)
                or   ws-cur-periodo (ws-ind-cur) <> ws-cur-periodo (ws-ini-periodo) then
                     perform 2560-fechar-periodo
                     move ws-ind-cur                to ws-ini-periodo
                end-if
                if   ws-cur-status (ws-ind-cur) = "AP"
                or   ws-cur-status (ws-ind-cur) = "RP"
                or   ws-cur-status (ws-ind-cur) = "RF" then
                     multiply ws-cur-media (ws-ind-cur) by ws-cur-carga-horaria (ws-ind-cur)
                              giving ws-pontos
                     add ws-pontos                  to ws-per-pontos
                     add ws-cur-carga-horaria (ws-ind-cur) to ws-per-carga
                     if   ws-cur-status (ws-ind-cur) = "AP" then
                          add ws-cur-carga-horaria (ws-ind-cur) to ws-acm-carga-aprovada
                     end-if
                end-if
           end-perform
           if   ws-qtd-cursadas > 0 then
                perform 2560-fechar-periodo
           end-if
           .
       2550-calcular-coeficientes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para fechar o CR do período que começa em ws-ini-periodo e
      *>  termina antes de ws-ind-cur, somando-o ao acumulado
      *>------------------------------------------------------------------------
       2560-fechar-periodo section.
           add ws-per-pontos                        to ws-acm-pontos
           add ws-per-carga                         to ws-acm-carga
           move 0                                   to ws-cr-periodo ws-cr-acumulado
           if   ws-per-carga > 0 then
                divide ws-per-pontos by ws-per-carga giving ws-cr-periodo rounded
           end-if
           if   ws-acm-carga > 0 then
                divide ws-acm-pontos by ws-acm-carga giving ws-cr-acumulado rounded
           end-if
           perform varying ws-ind from ws-ini-periodo by 1 until ws-ind >= ws-ind-cur
                move ws-cr-periodo                  to ws-cur-cr-periodo (ws-ind)
                move ws-cr-acumulado                to ws-cur-cr-acumulado (ws-ind)
           end-perform
           move 0                                   to ws-per-pontos ws-per-carga
           .
       2560-fechar-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para imprimir o histórico do aluno corrente (cabeçalho,
      *>  blocos por período com o CR do período e o acumulado, e o CR
      *>  final) e gravar as linhas do extrato
      *>------------------------------------------------------------------------
       2600-imprimir-historico section.
           move ws-data-hoje                        to ws-cab-data
           write fl-linha-relatorio                 from ws-linha-cab-1
           move ws-alu-matricula (ws-ind-aluno)     to ws-cab-matricula
           move ws-alu-nome (ws-ind-aluno)          to ws-cab-nome
           move ws-alu-turma (ws-ind-aluno)         to ws-cab-turma
           write fl-linha-relatorio                 from ws-linha-cab-2
           write fl-linha-relatorio                 from ws-linha-tracos
           perform varying ws-ind-cur from 1 by 1
                   until ws-ind-cur > ws-qtd-cursadas
                if   ws-ind-cur = 1
                or   ws-cur-ano (ws-ind-cur) <> ws-cur-ano (ws-ind-cur - 1)
                or   ws-cur-periodo (ws-ind-cur) <> ws-cur-periodo (ws-ind-cur - 1) then
                     perform 2610-imprimir-cab-periodo
                end-if
                perform 2620-imprimir-detalhe
                if   ws-ind-cur = ws-qtd-cursadas
                or   ws-cur-ano (ws-ind-cur) <> ws-cur-ano (ws-ind-cur + 1)
                or   ws-cur-periodo (ws-ind-cur) <> ws-cur-periodo (ws-ind-cur + 1) then
                     move ws-cur-cr-periodo (ws-ind-cur)   to ws-crp-cr
                     move ws-cur-cr-acumulado (ws-ind-cur) to ws-crp-cr-acumulado
                     write fl-linha-relatorio       from ws-linha-cr-periodo
                end-if
           end-perform
           write fl-linha-relatorio                 from ws-linha-tracos
           if   ws-qtd-cursadas > 0 then
                move ws-cur-cr-acumulado (ws-qtd-cursadas) to ws-crf-cr
           else
                move 0                              to ws-crf-cr
           end-if
           move ws-acm-carga                        to ws-crf-carga
           move ws-acm-carga-aprovada               to ws-crf-carga-aprovada
           write fl-linha-relatorio                 from ws-linha-cr-final
           move spaces                              to fl-linha-relatorio
           write fl-linha-relatorio
           if   ws-fs-arq-relatorio <> "00" then
                display "P42SISC20 - Erro ao gravar arq-historico-escolar.txt: " ws-fs-arq-relatorio
                stop run
           end-if
           .
       2600-imprimir-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para imprimir o cabeçalho de um período
      *>------------------------------------------------------------------------
       2610-imprimir-cab-periodo section.
           move spaces                              to ws-per-ano-periodo
           if   ws-cur-ano (ws-ind-cur) = 9999 then
                move "sem periodo"                  to ws-per-ano-periodo
           else
                string ws-cur-ano (ws-ind-cur) "/"
                       ws-cur-periodo (ws-ind-cur)
                       delimited by size into ws-per-ano-periodo
           end-if
           move spaces                              to fl-linha-relatorio
           write fl-linha-relatorio
           write fl-linha-relatorio                 from ws-linha-periodo
           write fl-linha-relatorio                 from ws-linha-colunas
           .
       2610-imprimir-cab-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para imprimir a linha de uma disciplina e gravá-la no extrato
      *>------------------------------------------------------------------------
       2620-imprimir-detalhe section.
           move ws-cur-id-disciplina (ws-ind-cur)   to ws-det-id-disciplina
           move ws-cur-nome-disciplina (ws-ind-cur) to ws-det-nome-disciplina
           move ws-cur-carga-horaria (ws-ind-cur)   to ws-det-carga-horaria
           move ws-cur-media (ws-ind-cur)           to ws-det-media
           evaluate ws-cur-status (ws-ind-cur)
               when "AP"
                    move "APROVADO"                 to ws-det-status
               when "RC"
                    move "EM RECUPERACAO"           to ws-det-status
               when "RP"
                    move "REPROVADO"                to ws-det-status
               when "RF"
                    move "REPROVADO FALTA"          to ws-det-status
               when "EC"
                    move "EM CURSO"                 to ws-det-status
               when other
                    move ws-cur-status (ws-ind-cur) to ws-det-status
           end-evaluate
           write fl-linha-relatorio                 from ws-linha-detalhe
           move ws-alu-matricula (ws-ind-aluno)     to fl-ext-matricula
           move ws-alu-nome (ws-ind-aluno)          to fl-ext-nome
           move ws-cur-ano (ws-ind-cur)             to fl-ext-ano
           move ws-cur-periodo (ws-ind-cur)         to fl-ext-periodo
           move ws-cur-id-disciplina (ws-ind-cur)   to fl-ext-id-disciplina
           move ws-cur-nome-disciplina (ws-ind-cur) to fl-ext-nome-disciplina
           move ws-cur-carga-horaria (ws-ind-cur)   to fl-ext-carga-horaria
           move ws-cur-media (ws-ind-cur)           to fl-ext-media
           move ws-cur-status (ws-ind-cur)          to fl-ext-status
           move ws-cur-cr-periodo (ws-ind-cur)      to fl-ext-cr-periodo
           move ws-cur-cr-acumulado (ws-ind-cur)    to fl-ext-cr-acumulado
           write fl-linha-extrato
           if   ws-fs-arq-extrato <> "00" then
                display "P42SISC20 - Erro ao gravar arq-historico-escolar.dat: " ws-fs-arq-extrato
                stop run
           end-if
           .
       2620-imprimir-detalhe-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para registrar a largada do job no log de execuções
      *>------------------------------------------------------------------------
       1200-gravar-log-inicio section.
           open extend arq-runlog
           if   ws-fs-arq-runlog <> "00"
           and  ws-fs-arq-runlog <> "05" then
                display "P42SISC20 - Erro ao abrir arq. arq-runlog: " ws-fs-arq-runlog
                stop run
           end-if
           move "P42SISC20"                         to fl-log-programa
           move "INI"                               to fl-log-evento
           move function current-date               to fl-log-data-hora
           move 0                                   to fl-log-registros
           move spaces                              to fl-log-resultado
           write fl-runlog
           if   ws-fs-arq-runlog <> "00" then
                display "P42SISC20 - Erro ao gravar arq-runlog: " ws-fs-arq-runlog
                stop run
           end-if
           .
       1200-gravar-log-inicio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para registrar o término normal do job no log de execuções
      *>------------------------------------------------------------------------
       2950-gravar-log-fim section.
           move "P42SISC20"                         to fl-log-programa
           move "FIM"                               to fl-log-evento
           move function current-date               to fl-log-data-hora
           move ws-qtd-emitidos                     to fl-log-registros
           move "concluido"                         to fl-log-resultado
           write fl-runlog
           if   ws-fs-arq-runlog <> "00" then
                display "P42SISC20 - Erro ao gravar arq-runlog: " ws-fs-arq-runlog
                stop run
           end-if
           .
       2950-gravar-log-fim-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.
           perform 2950-gravar-log-fim             *> registrando o término normal no log de execuções
           close arq-resultados
           if   ws-com-historico then
                close arq-historico
           end-if
           close arq-alunos
           close arq-turmas
           if   ws-com-transferencias then
                close arq-transferencias
           end-if
           close arq-disciplinas
           if   ws-com-situacoes then
                close arq-situacoes
           end-if
           close arq-relatorio
           close arq-extrato
           close arq-runlog
           stop run
           .
       3000-finaliza-exit.
           exit.
