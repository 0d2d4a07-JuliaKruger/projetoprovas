      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P52SISC20".
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

           select arq-turmas assign to "arq-turmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cod-turma
           file status is ws-fs-arq-turmas.

           select arq-alunos assign to "arq-alunos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-matricula
           file status is ws-fs-arq-alunos.

           select arq-matriculas assign to "arq-matriculas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-mat-chave
           file status is ws-fs-arq-matriculas.

           select arq-disciplinas assign to "arq-disciplinas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cod-disciplina
           file status is ws-fs-arq-disciplinas.

           select arq-resultados assign to "arq-resultados.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-chave-resul
           alternate key is fl-user-disc with duplicates
           file status is ws-fs-arq-resultados.

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

           select arq-frequencias assign to "arq-frequencias.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-frq-chave
           file status is ws-fs-arq-frequencias.

           select arq-relatorio assign to "arq-alerta-risco.txt"
           organization is line sequential
           file status is ws-fs-arq-relatorio.

      *> extrato de layout fixo para a carga do núcleo de tutoria: uma
      *> linha por aluno/disciplina em risco
           select arq-extrato assign to "arq-alerta-risco.dat"
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
       fd arq-turmas.
       01 fl-turma-reg.
           05 fl-cod-turma                         pic x(10).
           05 fl-descricao-turma                   pic x(40).
           05 fl-ano-turma                         pic 9(04).
           05 fl-periodo-turma                     pic 9(02).
           05 fl-professor-turma                   pic x(40).

       fd arq-alunos.
       01 fl-aluno.
           05 fl-matricula                         pic x(08).
           05 fl-nome                              pic x(40).
           05 fl-turma                             pic x(10).
           05 fl-situacao                          pic x(01).
               88 fl-situacao-ativo                value "A".
               88 fl-situacao-inativo              value "I".

      *> matrículas em disciplinas (mantido por P24SISC20): cada matrícula
      *> de aluno ativo é avaliada, tenha ela nota lançada ou não
       fd arq-matriculas.
       01 fl-matricula-disc.
           05 fl-mat-chave.
               10 fl-mat-matricula                 pic x(08).
               10 fl-mat-id-disciplina             pic 9(03).
           05 fl-mat-data-matricula                pic x(10).

       fd arq-disciplinas.
       01 fl-disciplina.
           05 fl-cod-disciplina                    pic 9(03).
           05 fl-nome-disciplina                   pic x(40).
           05 fl-carga-horaria                     pic 9(03).

       fd arq-resultados.
       01 fl-resultado.
           05 fl-chave-resul.
               10 fl-id-resultado                  pic 9(02).
               10 fl-user-disc.
                   15 fl-user-id                   pic x(08).
                   15 fl-id-disciplina             pic 9(03).
           05 fl-nota                              pic -99,99.
           05 fl-data-prova                        pic x(10).

      *> mestre de tipos de prova (mantido por P26SISC20): o peso de cada
      *> prova já feita entra na média parcial
       fd arq-tipos-prova.
       01 fl-tipo-prova.
           05 fl-tpr-codigo                        pic 9(02).
           05 fl-tpr-descricao                     pic x(30).
           05 fl-tpr-peso                          pic 9(03).
           05 fl-tpr-recuperacao                   pic x(01).
               88 fl-tpr-eh-recuperacao            value "S".
               88 fl-tpr-prova-regular             value "N".

      *> regras de avaliação vigentes (registro VIGENTE, mantido por
      *> P31SISC20): os mesmos cortes que o fechamento de P14SISC20 usa
       fd arq-parametros.
       01 fl-parametros.
           05 fl-par-id                            pic x(08).
           05 fl-par-nota-minima                   pic 99,99.
           05 fl-par-nota-maxima                   pic 99,99.
           05 fl-par-media-aprovacao               pic 99,99.
           05 fl-par-media-recuperacao             pic 99,99.
           05 fl-par-freq-minima                   pic 9(03).

      *> frequência por aluno/disciplina (carregada por P29SISC20)
       fd arq-frequencias.
       01 fl-frequencia.
           05 fl-frq-chave.
               10 fl-frq-matricula                 pic x(08).
               10 fl-frq-id-disciplina             pic 9(03).
           05 fl-frq-aulas-dadas                   pic 9(03).
           05 fl-frq-aulas-presentes               pic 9(03).

       fd arq-relatorio.
       01 fl-linha-relatorio                       pic x(132).

       fd arq-extrato.
       01 fl-extrato.
           05 fl-ext-turma                         pic x(10).
           05 fl-ext-professor                     pic x(40).
           05 fl-ext-matricula                     pic x(08).
           05 fl-ext-nome                          pic x(40).
           05 fl-ext-id-disciplina                 pic 9(03).
           05 fl-ext-nome-disciplina               pic x(40).
           05 fl-ext-qtd-provas                    pic 9(03).
           05 fl-ext-media-parcial                 pic -99,99.
           05 fl-ext-aulas-dadas                   pic 9(03).
           05 fl-ext-aulas-presentes               pic 9(03).
           05 fl-ext-freq-percentual               pic 9(03).
      *> "S" média parcial abaixo do corte de recuperação
           05 fl-ext-risco-media                   pic x(01).
      *> "A" presença abaixo do mínimo, "T" tendendo a ele, "N" em dia
           05 fl-ext-risco-frequencia              pic x(01).

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
       77 ws-fs-arq-turmas                         pic x(02).
       77 ws-fs-arq-alunos                         pic x(02).
       77 ws-fs-arq-matriculas                     pic x(02).
       77 ws-fs-arq-disciplinas                    pic x(02).
       77 ws-fs-arq-resultados                     pic x(02).
       77 ws-fs-arq-tipos-prova                    pic x(02).
       77 ws-fs-arq-parametros                     pic x(02).
       77 ws-fs-arq-frequencias                    pic x(02).
       77 ws-fs-arq-relatorio                      pic x(02).
       77 ws-fs-arq-extrato                        pic x(02).
       77 ws-fs-arq-runlog                         pic x(02).

      *> regras de avaliação vigentes, carregadas do registro VIGENTE de
      *> arq-parametros na largada; sem o arquivo ou sem o registro valem
      *> os padrões de sempre (aprovação 6,00, recuperação 4,00, 75% de
      *> presença)
       77 ws-par-media-aprovacao                   pic 9(02)v99 value 6.
       77 ws-par-media-recuperacao                 pic 9(02)v99 value 4.
       77 ws-par-freq-minima                       pic 9(03) value 75.

      *> folga acima do mínimo de presença que já conta como tendência de
      *> reprovação por falta (em pontos percentuais: com mínimo de 75%,
      *> presença abaixo de 85% entra no alerta)
       77 ws-frq-margem                            pic 9(03) value 10.

      *> "S" quando arq-frequencias existe (a carga de P29SISC20 já rodou);
      *> "N" avalia só as notas
       77 ws-tem-frequencias                       pic x(01) value "N".
           88 ws-com-frequencias                   value "S".

      *> tabela dos tipos de prova, carregada inteira na largada. Tipo fora
      *> do mestre entra com peso 100, como no fechamento de P14SISC20
       77 ws-qtd-tipos                             pic 9(03) value 0.
       77 ws-peso-corrente                         pic 9(03).
       77 ws-ind-tipo                              pic 9(03).
       77 ws-tipo-recuperacao                      pic x(01).
           88 ws-tipo-de-recuperacao               value "S".
           88 ws-tipo-regular                      value "N".
       01 ws-tab-tipos.
           05 ws-tpr-entrada occurs 99 times.
               10 ws-tpr-codigo                    pic 9(02).
               10 ws-tpr-peso                      pic 9(03).
               10 ws-tpr-recuperacao               pic x(01).

      *> alunos ativos da turma corrente, em ordem de nome
       77 ws-qtd-alunos                            pic 9(03) value 0.
       77 ws-max-alunos                            pic 9(03) value 200.
       77 ws-ind-aluno                             pic 9(03).
       77 ws-ind                                   pic 9(03).
       77 ws-ind2                                  pic 9(03).
       01 ws-tab-alunos.
           05 ws-alu-entrada occurs 200 times.
               10 ws-alu-nome                      pic x(40).
               10 ws-alu-matricula                 pic x(08).
       01 ws-alu-troca.
           05 filler                               pic x(40).
           05 filler                               pic x(08).

      *> apuração de um aluno/disciplina: média parcial ponderada só
      *> pelos pesos das provas já feitas (as notas já lançadas)
       77 ws-apu-qtd-provas                        pic 9(03).
       77 ws-apu-soma-ponderada                    pic s9(07)v99.
       77 ws-apu-soma-pesos                        pic 9(05).
       77 ws-apu-media                             pic s9(03)v99.
       77 ws-nota-numerica                         pic s9(03)v99.
       77 ws-nota-ponderada                        pic s9(05)v99.
       77 ws-apu-aulas-dadas                       pic 9(03).
       77 ws-apu-aulas-presentes                   pic 9(03).
       77 ws-apu-freq-percentual                   pic 9(03).
       77 ws-apu-nome-disciplina                   pic x(40).
       77 ws-risco-media                           pic x(01).
           88 ws-media-em-risco                    value "S".
           88 ws-media-em-dia                      value "N".
       77 ws-risco-frequencia                      pic x(01).
           88 ws-frequencia-abaixo                 value "A".
           88 ws-frequencia-tendencia              value "T".
           88 ws-frequencia-em-dia                 value "N".

      *> apoio da checagem de presença: a comparação é exata, em
      *> centésimos de aula, como em 2350-verificar-frequencia de
      *> P14SISC20
       77 ws-frq-pontos                            pic 9(05).
       77 ws-frq-minimo                            pic 9(05).
       77 ws-frq-alerta                            pic 9(05).

       77 ws-fim-arquivo                           pic x(01) value "N".
           88 ws-fim-do-arquivo                    value "S".
       77 ws-fim-turmas                            pic x(01) value "N".
           88 ws-fim-das-turmas                    value "S".

       77 ws-turma-com-risco                       pic 9(05).
       77 ws-qtd-risco                             pic 9(07) value 0.
       77 ws-qtd-risco-media                       pic 9(07) value 0.
       77 ws-qtd-risco-frequencia                  pic 9(07) value 0.
       77 ws-qtd-avaliados                         pic 9(07) value 0.

       77 ws-data-corrente                         pic x(21).
       77 ws-data-hoje                             pic x(10).

       01 ws-linha-cab-1.
           05 filler                               pic x(45) value "ALERTA DE RISCO ACADEMICO - MEIO DE PERIODO".
           05 filler                               pic x(11) value "Emitido em ".
           05 ws-cab-data                          pic x(10).
       01 ws-linha-cab-2.
           05 filler                               pic x(20) value "Corte de media: ".
           05 ws-cab-media-recuperacao             pic z9,99.
           05 filler                               pic x(05) value spaces.
           05 filler                               pic x(20) value "Presenca minima: ".
           05 ws-cab-freq-minima                   pic zz9.
           05 filler                               pic x(01) value "%".
           05 filler                               pic x(05) value spaces.
           05 filler                               pic x(12) value "Tendencia: <".
           05 ws-cab-freq-alerta                   pic zz9.
           05 filler                               pic x(01) value "%".
       01 ws-linha-turma.
           05 filler                               pic x(07) value "Turma: ".
           05 ws-tur-codigo                        pic x(10).
           05 filler                               pic x(01) value spaces.
           05 ws-tur-descricao                     pic x(40).
           05 filler                               pic x(03) value spaces.
           05 filler                               pic x(11) value "Professor: ".
           05 ws-tur-professor                     pic x(40).
       01 ws-linha-colunas.
           05 filler                               pic x(09) value "Matric.".
           05 filler                               pic x(31) value "Nome".
           05 filler                               pic x(25) value "Disciplina".
           05 filler                               pic x(07) value "Provas".
           05 filler                               pic x(08) value "M.parc.".
           05 filler                               pic x(08) value "Aulas".
           05 filler                               pic x(06) value "Pres%".
           05 filler                               pic x(30) value "Alerta".
       01 ws-linha-detalhe.
           05 ws-det-matricula                     pic x(08).
           05 filler                               pic x(01).
           05 ws-det-nome                          pic x(30).
           05 filler                               pic x(01).
           05 ws-det-id-disciplina                 pic 9(03).
           05 filler                               pic x(01).
           05 ws-det-nome-disciplina               pic x(20).
           05 filler                               pic x(02).
           05 ws-det-qtd-provas                    pic zz9.
           05 filler                               pic x(03).
           05 ws-det-media                         pic x(06).
           05 filler                               pic x(02).
           05 ws-det-aulas                         pic x(07).
           05 filler                               pic x(01).
           05 ws-det-freq                          pic x(04).
           05 filler                               pic x(02).
           05 ws-det-alerta                        pic x(30).
       77 ws-det-media-edicao                      pic -99,99.
       77 ws-det-num-edicao                        pic zz9.
       01 ws-linha-total-turma.
           05 filler                               pic x(30) value "Alunos/disciplinas em risco: ".
           05 ws-ttu-risco                         pic zzzz9.
       01 ws-linha-total-geral.
           05 filler                               pic x(24) value "Matriculas avaliadas: ".
           05 ws-tge-avaliados                     pic zzzzzz9.
           05 filler                               pic x(04) value spaces.
           05 filler                               pic x(11) value "Em risco: ".
           05 ws-tge-risco                         pic zzzzzz9.
           05 filler                               pic x(04) value spaces.
           05 filler                               pic x(14) value "Por media: ".
           05 ws-tge-risco-media                   pic zzzzzz9.
           05 filler                               pic x(04) value spaces.
           05 filler                               pic x(14) value "Por presenca: ".
           05 ws-tge-risco-frequencia              pic zzzzzz9.
       01 ws-linha-tracos.
           05 filler                               pic x(132) value all "-".

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
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       1000-inicializa section.
           perform 1200-gravar-log-inicio          *> registrando a largada no log de execuções
           perform 1050-carregar-parametros
           open input arq-turmas
           if   ws-fs-arq-turmas <> "00"
           and  ws-fs-arq-turmas <> "05" then
                display "P52SISC20 - Erro ao abrir arq. arq-turmas: " ws-fs-arq-turmas
                stop run
           end-if
           open input arq-alunos
           if   ws-fs-arq-alunos <> "00"
           and  ws-fs-arq-alunos <> "05" then
                display "P52SISC20 - Erro ao abrir arq. arq-alunos: " ws-fs-arq-alunos
                stop run
           end-if
           open input arq-matriculas
           if   ws-fs-arq-matriculas <> "00"
           and  ws-fs-arq-matriculas <> "05" then
                display "P52SISC20 - Erro ao abrir arq. arq-matriculas: " ws-fs-arq-matriculas
                stop run
           end-if
           open input arq-disciplinas
           if   ws-fs-arq-disciplinas <> "00"
           and  ws-fs-arq-disciplinas <> "05" then
                display "P52SISC20 - Erro ao abrir arq. arq-disciplinas: " ws-fs-arq-disciplinas
                stop run
           end-if
           open input arq-resultados
           if   ws-fs-arq-resultados <> "00"
           and  ws-fs-arq-resultados <> "05" then
                display "P52SISC20 - Erro ao abrir arq. arq-resultados: " ws-fs-arq-resultados
                stop run
           end-if
      *> o mestre de tipos de prova só existe depois do primeiro cadastro
      *> em P26SISC20: file status 35 (arquivo não existe) não é erro, toda
      *> prova entra com peso 100
           open input arq-tipos-prova
           if   ws-fs-arq-tipos-prova = "00"
           or   ws-fs-arq-tipos-prova = "05" then
                perform 1100-carregar-tipos-prova
                close arq-tipos-prova
           else
                if   ws-fs-arq-tipos-prova <> "35" then
                     display "P52SISC20 - Erro ao abrir arq. arq-tipos-prova: " ws-fs-arq-tipos-prova
                     stop run
                end-if
           end-if
      *> o arquivo de frequência só existe depois da primeira carga de
      *> P29SISC20: file status 35 (arquivo não existe) não é erro, o
      *> alerta sai só pelas notas
           open input arq-frequencias
           if   ws-fs-arq-frequencias = "00"
           or   ws-fs-arq-frequencias = "05" then
                set ws-com-frequencias              to true
           else
                if   ws-fs-arq-frequencias <> "35" then
                     display "P52SISC20 - Erro ao abrir arq. arq-frequencias: " ws-fs-arq-frequencias
                     stop run
                end-if
           end-if
           open output arq-relatorio
           if   ws-fs-arq-relatorio <> "00" then
                display "P52SISC20 - Erro ao abrir arq. arq-alerta-risco.txt: " ws-fs-arq-relatorio
                stop run
           end-if
           open output arq-extrato
           if   ws-fs-arq-extrato <> "00" then
                display "P52SISC20 - Erro ao abrir arq. arq-alerta-risco.dat: " ws-fs-arq-extrato
                stop run
           end-if
           move function current-date               to ws-data-corrente
           string ws-data-corrente (7:2) "/"
                  ws-data-corrente (5:2) "/"
                  ws-data-corrente (1:4)
                  delimited by size into ws-data-hoje
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para carregar as regras de avaliação vigentes (mesma regra
      *>  de 1050-carregar-parametros de P14SISC20)
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
                         move fl-par-freq-minima       to ws-par-freq-minima
                         unlock arq-parametros      *> liberando o lock (leitura de apoio, somente consulta)
                    else
                         if   ws-fs-arq-parametros <> "23" then *> file status 23: registro VIGENTE não cadastrado
                              display "P52SISC20 - Erro ao ler arq-parametros: " ws-fs-arq-parametros
                              stop run
                         end-if
                    end-if
                    close arq-parametros
               when ws-fs-arq-parametros = "35"    *> file status 35: parâmetros ainda não cadastrados
                    continue
               when other
                    display "P52SISC20 - Erro ao abrir arq. arq-parametros: " ws-fs-arq-parametros
                    stop run
           end-evaluate
           .
       1050-carregar-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para carregar a tabela de tipos de prova em memória
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
                               display "P52SISC20 - Erro ao ler arq-tipos-prova: " ws-fs-arq-tipos-prova
                               stop run
                          end-if
                     end-if
                end-perform
           else
                if   ws-fs-arq-tipos-prova <> "23"   *> file status 23: mestre vazio, tudo com peso 100
                and  ws-fs-arq-tipos-prova <> "10" then
                     display "P52SISC20 - Erro ao ler arq-tipos-prova: " ws-fs-arq-tipos-prova
                     stop run
                end-if
           end-if
           .
       1100-carregar-tipos-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - percorre as turmas em ordem de código;
      *>  em cada uma, os alunos ativos em ordem de nome e, de cada aluno,
      *>  as disciplinas em que está matriculado
      *>------------------------------------------------------------------------
       2000-processamento section.
           perform 2900-imprimir-cabecalho
           move low-values                          to fl-cod-turma
           start arq-turmas key is not less than fl-cod-turma
           if   ws-fs-arq-turmas = "23" then        *> file status 23: cadastro vazio
                set ws-fim-das-turmas               to true
           else
                if   ws-fs-arq-turmas <> "00" then
                     display "P52SISC20 - Erro ao ler arq-turmas: " ws-fs-arq-turmas
                     stop run
                end-if
           end-if
           perform until ws-fim-das-turmas
                read arq-turmas next
                if   ws-fs-arq-turmas = "10" then   *> file status 10: fim do arquivo
                     set ws-fim-das-turmas          to true
                else
                     if   ws-fs-arq-turmas <> "00" then
                          display "P52SISC20 - Erro ao ler arq-turmas: " ws-fs-arq-turmas
                          stop run
                     end-if
                     unlock arq-turmas              *> liberando o lock (varredura somente de leitura)
                     perform 2100-avaliar-turma
                end-if
           end-perform
           perform 2920-imprimir-totais
           display "P52SISC20 - Alunos/disciplinas em risco: " ws-qtd-risco
                   " de " ws-qtd-avaliados " avaliados"
           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para avaliar uma turma: o bloco da turma só é impresso se
      *>  houver ao menos um aluno em risco
      *>------------------------------------------------------------------------
       2100-avaliar-turma section.
           move fl-cod-turma                        to ws-tur-codigo
           move fl-descricao-turma                  to ws-tur-descricao
           move fl-professor-turma                  to ws-tur-professor
           move 0                                   to ws-turma-com-risco
           perform 2150-buscar-alunos-turma
           perform 2160-ordenar-alunos
           perform varying ws-ind-aluno from 1 by 1
                   until ws-ind-aluno > ws-qtd-alunos
                perform 2200-avaliar-aluno
           end-perform
           if   ws-turma-com-risco > 0 then
                move ws-turma-com-risco             to ws-ttu-risco
                write fl-linha-relatorio            from ws-linha-total-turma
                move spaces                         to fl-linha-relatorio
                write fl-linha-relatorio
           end-if
           .
       2100-avaliar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para varrer arq-alunos guardando os alunos ativos da turma
      *>  corrente (o mestre não tem chave por turma)
      *>------------------------------------------------------------------------
       2150-buscar-alunos-turma section.
           move 0                                   to ws-qtd-alunos
           move "N"                                 to ws-fim-arquivo
           move low-values                          to fl-matricula
           start arq-alunos key is not less than fl-matricula
           if   ws-fs-arq-alunos = "23" then        *> file status 23: cadastro vazio
                set ws-fim-do-arquivo               to true
           else
                if   ws-fs-arq-alunos <> "00" then
                     display "P52SISC20 - Erro ao ler arq-alunos: " ws-fs-arq-alunos
                     stop run
                end-if
           end-if
           perform until ws-fim-do-arquivo
                read arq-alunos next
                if   ws-fs-arq-alunos = "10" then   *> file status 10: fim do arquivo
                     set ws-fim-do-arquivo          to true
                else
                     if   ws-fs-arq-alunos <> "00" then
                          display "P52SISC20 - Erro ao ler arq-alunos: " ws-fs-arq-alunos
                          stop run
                     end-if
                     unlock arq-alunos              *> liberando o lock (varredura somente de leitura)
                     if   fl-turma = ws-tur-codigo
                     and  fl-situacao-ativo then
                          if   ws-qtd-alunos >= ws-max-alunos then
                               display "P52SISC20 - Aviso: mais de " ws-max-alunos
                                       " alunos na turma " ws-tur-codigo " - aluno "
                                       fl-matricula " fora do alerta"
                          else
                               add 1                to ws-qtd-alunos
                               move ws-qtd-alunos   to ws-ind
                               move fl-nome         to ws-alu-nome (ws-ind)
                               move fl-matricula    to ws-alu-matricula (ws-ind)
                          end-if
                     end-if
                end-if
           end-perform
           .
       2150-buscar-alunos-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para ordenar os alunos da turma por nome (troca simples,
      *>  como em P42SISC20)
      *>------------------------------------------------------------------------
       2160-ordenar-alunos section.
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
       2160-ordenar-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para avaliar cada disciplina em que o aluno está
      *>  matriculado (a chave de arq-matriculas começa pela matrícula,
      *>  então o intervalo do aluno é contíguo)
      *>------------------------------------------------------------------------
       2200-avaliar-aluno section.
           move ws-alu-matricula (ws-ind-aluno)     to fl-mat-matricula
           move 0                                   to fl-mat-id-disciplina
           start arq-matriculas key is not less than fl-mat-chave
           if   ws-fs-arq-matriculas = "00" then
                perform until ws-fs-arq-matriculas <> "00"
                           or fl-mat-matricula <> ws-alu-matricula (ws-ind-aluno)
                     read arq-matriculas next record
                     if   ws-fs-arq-matriculas = "00" then
                          unlock arq-matriculas      *> liberando o lock (varredura somente de leitura)
                          if   fl-mat-matricula = ws-alu-matricula (ws-ind-aluno) then
                               perform 2300-apurar-disciplina
                          end-if
                     else
                          if   ws-fs-arq-matriculas <> "10" then *> file status 10: fim do arquivo
                               display "P52SISC20 - Erro ao ler arq-matriculas: " ws-fs-arq-matriculas
                               stop run
                          end-if
                     end-if
                end-perform
           else
                if   ws-fs-arq-matriculas <> "23" then *> file status 23: aluno sem matrícula
                     display "P52SISC20 - Erro ao ler arq-matriculas: " ws-fs-arq-matriculas
                     stop run
                end-if
           end-if
           .
       2200-avaliar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para apurar um aluno/disciplina: média parcial ponderada das
      *>  provas regulares já lançadas (a recuperação fica fora, como no
      *>  fechamento) e presença até agora; em risco, imprime e extrai
      *>------------------------------------------------------------------------
       2300-apurar-disciplina section.
           add 1                                    to ws-qtd-avaliados
           move 0                                   to ws-apu-qtd-provas
                                                       ws-apu-soma-ponderada
                                                       ws-apu-soma-pesos
                                                       ws-apu-media
           move low-values                          to fl-chave-resul
           move fl-mat-matricula                    to fl-user-id
           move fl-mat-id-disciplina                to fl-id-disciplina
           start arq-resultados key is not less than fl-user-disc
           if   ws-fs-arq-resultados = "00" then
                perform until ws-fs-arq-resultados <> "00"
                                and ws-fs-arq-resultados <> "02"
                     read arq-resultados next record
                     if   ws-fs-arq-resultados = "00"
                     or   ws-fs-arq-resultados = "02" then *> file status 02: próxima chave alternada duplicada
                          unlock arq-resultados      *> liberando o lock (varredura somente de leitura)
                          if   fl-user-id <> fl-mat-matricula
                          or   fl-id-disciplina <> fl-mat-id-disciplina then
                               move "10"             to ws-fs-arq-resultados *> fim do intervalo do aluno/disciplina
                          else
                               perform 2310-acumular-nota
                          end-if
                     else
                          if   ws-fs-arq-resultados <> "10" then *> file status 10: fim do arquivo
                               display "P52SISC20 - Erro ao ler arq-resultados: " ws-fs-arq-resultados
                               stop run
                          end-if
                     end-if
                end-perform
           else
                if   ws-fs-arq-resultados <> "23" then *> file status 23: nenhuma nota daqui em diante
                     display "P52SISC20 - Erro ao ler arq-resultados: " ws-fs-arq-resultados
                     stop run
                end-if
           end-if
           set ws-media-em-dia                      to true
           if   ws-apu-soma-pesos > 0 then
                divide ws-apu-soma-ponderada by ws-apu-soma-pesos
                       giving ws-apu-media rounded
                if   ws-apu-media < ws-par-media-recuperacao then
                     set ws-media-em-risco           to true
                end-if
           end-if
           perform 2350-verificar-frequencia
           if   ws-media-em-risco
           or   not ws-frequencia-em-dia then
                perform 2400-registrar-risco
           end-if
           .
       2300-apurar-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para somar uma nota regular ponderada pelo peso do tipo
      *>------------------------------------------------------------------------
       2310-acumular-nota section.
           move 100                                  to ws-peso-corrente
           set ws-tipo-regular                       to true
           perform varying ws-ind-tipo from 1 by 1
                   until ws-ind-tipo > ws-qtd-tipos
                if   ws-tpr-codigo (ws-ind-tipo) = fl-id-resultado then
                     move ws-tpr-peso (ws-ind-tipo)  to ws-peso-corrente
                     move ws-tpr-recuperacao (ws-ind-tipo)
                                                     to ws-tipo-recuperacao
                     move ws-qtd-tipos               to ws-ind-tipo *> encerra a busca na entrada encontrada
                end-if
           end-perform
           if   ws-tipo-regular then
                add 1                                to ws-apu-qtd-provas
      *> fl-nota é editada (-99,99): convertendo antes de somar
                move fl-nota                         to ws-nota-numerica
                multiply ws-nota-numerica by ws-peso-corrente
                         giving ws-nota-ponderada
                add ws-nota-ponderada                to ws-apu-soma-ponderada
                add ws-peso-corrente                 to ws-apu-soma-pesos
           end-if
           .
       2310-acumular-nota-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para verificar a presença até agora: abaixo do mínimo
      *>  vigente já é risco de reprovação por falta; abaixo do mínimo mais
      *>  ws-frq-margem pontos é a tendência para lá
      *>------------------------------------------------------------------------
       2350-verificar-frequencia section.
           set ws-frequencia-em-dia                 to true
           move 0                                   to ws-apu-aulas-dadas
                                                       ws-apu-aulas-presentes
                                                       ws-apu-freq-percentual
           if   ws-com-frequencias then
                move fl-mat-matricula               to fl-frq-matricula
                move fl-mat-id-disciplina           to fl-frq-id-disciplina
                read arq-frequencias
                if   ws-fs-arq-frequencias = "00" then
                     unlock arq-frequencias         *> liberando o lock (leitura de apoio, somente consulta)
                     move fl-frq-aulas-dadas        to ws-apu-aulas-dadas
                     move fl-frq-aulas-presentes    to ws-apu-aulas-presentes
                     if   fl-frq-aulas-dadas > 0 then
      *> comparação exata em centésimos de aula: presentes x 100 contra
      *> dadas x mínimo (e dadas x (mínimo + margem) para a tendência)
                          multiply fl-frq-aulas-presentes by 100
                                   giving ws-frq-pontos
                          multiply fl-frq-aulas-dadas by ws-par-freq-minima
                                   giving ws-frq-minimo
                          compute ws-frq-alerta = fl-frq-aulas-dadas
                                                * (ws-par-freq-minima + ws-frq-margem)
                          divide ws-frq-pontos by fl-frq-aulas-dadas
                                 giving ws-apu-freq-percentual
                          evaluate true
                              when ws-frq-pontos < ws-frq-minimo
                                   set ws-frequencia-abaixo    to true
                              when ws-frq-pontos < ws-frq-alerta
                                   set ws-frequencia-tendencia to true
                              when other
                                   continue
                          end-evaluate
                     end-if
                else
                     if   ws-fs-arq-frequencias <> "23" then *> file status 23: aluno/disciplina sem frequência carregada
                          display "P52SISC20 - Erro ao ler arq-frequencias: " ws-fs-arq-frequencias
                          stop run
                     end-if
                end-if
           end-if
           .
       2350-verificar-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para imprimir a linha do aluno/disciplina em risco (abrindo
      *>  o bloco da turma no primeiro) e gravá-la no extrato
      *>------------------------------------------------------------------------
       2400-registrar-risco section.
           if   ws-turma-com-risco = 0 then
                write fl-linha-relatorio            from ws-linha-turma
                write fl-linha-relatorio            from ws-linha-colunas
           end-if
           add 1                                    to ws-turma-com-risco
           add 1                                    to ws-qtd-risco
           if   ws-media-em-risco then
                add 1                               to ws-qtd-risco-media
           end-if
           if   not ws-frequencia-em-dia then
                add 1                               to ws-qtd-risco-frequencia
           end-if
           move fl-mat-id-disciplina                to fl-cod-disciplina
           read arq-disciplinas
           evaluate true
               when ws-fs-arq-disciplinas = "00"
                    move fl-nome-disciplina         to ws-apu-nome-disciplina
                    unlock arq-disciplinas          *> liberando o lock (leitura de apoio, somente consulta)
               when ws-fs-arq-disciplinas = "23"    *> file status 23: disciplina fora do mestre
                    move "(disciplina nao cadastrada)" to ws-apu-nome-disciplina
               when other
                    display "P52SISC20 - Erro ao ler arq-disciplinas: " ws-fs-arq-disciplinas
                    stop run
           end-evaluate
           move spaces                              to ws-linha-detalhe
           move ws-alu-matricula (ws-ind-aluno)     to ws-det-matricula
           move ws-alu-nome (ws-ind-aluno)          to ws-det-nome
           move fl-mat-id-disciplina                to ws-det-id-disciplina
           move ws-apu-nome-disciplina              to ws-det-nome-disciplina
           move ws-apu-qtd-provas                   to ws-det-qtd-provas
           if   ws-apu-qtd-provas = 0 then
                move "  --  "                       to ws-det-media
           else
                move ws-apu-media                   to ws-det-media-edicao
                move ws-det-media-edicao            to ws-det-media
           end-if
           if   ws-apu-aulas-dadas > 0 then
                move ws-apu-aulas-presentes         to ws-det-num-edicao
                move ws-det-num-edicao              to ws-det-aulas (1:3)
                move "/"                            to ws-det-aulas (4:1)
                move ws-apu-aulas-dadas             to ws-det-num-edicao
                move ws-det-num-edicao              to ws-det-aulas (5:3)
                move ws-apu-freq-percentual         to ws-det-num-edicao
                move ws-det-num-edicao              to ws-det-freq (1:3)
                move "%"                            to ws-det-freq (4:1)
           end-if
           evaluate true
               when ws-media-em-risco and ws-frequencia-abaixo
                    move "MEDIA + PRESENCA ABAIXO"  to ws-det-alerta
               when ws-media-em-risco and ws-frequencia-tendencia
                    move "MEDIA + PRESENCA EM QUEDA" to ws-det-alerta
               when ws-media-em-risco
                    move "MEDIA PARCIAL ABAIXO"     to ws-det-alerta
               when ws-frequencia-abaixo
                    move "PRESENCA ABAIXO DO MINIMO" to ws-det-alerta
               when other
                    move "PRESENCA PERTO DO MINIMO" to ws-det-alerta
           end-evaluate
           write fl-linha-relatorio                 from ws-linha-detalhe
           if   ws-fs-arq-relatorio <> "00" then
                display "P52SISC20 - Erro ao gravar arq-alerta-risco.txt: " ws-fs-arq-relatorio
                stop run
           end-if
           move ws-tur-codigo                       to fl-ext-turma
           move ws-tur-professor                    to fl-ext-professor
           move ws-alu-matricula (ws-ind-aluno)     to fl-ext-matricula
           move ws-alu-nome (ws-ind-aluno)          to fl-ext-nome
           move fl-mat-id-disciplina                to fl-ext-id-disciplina
           move ws-apu-nome-disciplina              to fl-ext-nome-disciplina
           move ws-apu-qtd-provas                   to fl-ext-qtd-provas
           move ws-apu-media                        to fl-ext-media-parcial
           move ws-apu-aulas-dadas                  to fl-ext-aulas-dadas
           move ws-apu-aulas-presentes              to fl-ext-aulas-presentes
           move ws-apu-freq-percentual              to fl-ext-freq-percentual
           move ws-risco-media                      to fl-ext-risco-media
           move ws-risco-frequencia                 to fl-ext-risco-frequencia
           write fl-extrato
           if   ws-fs-arq-extrato <> "00" then
                display "P52SISC20 - Erro ao gravar arq-alerta-risco.dat: " ws-fs-arq-extrato
                stop run
           end-if
           .
       2400-registrar-risco-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para imprimir o cabeçalho do relatório com os cortes usados
      *>------------------------------------------------------------------------
       2900-imprimir-cabecalho section.
           move ws-data-hoje                        to ws-cab-data
           write fl-linha-relatorio                 from ws-linha-cab-1
           move ws-par-media-recuperacao            to ws-cab-media-recuperacao
           move ws-par-freq-minima                  to ws-cab-freq-minima
           compute ws-cab-freq-alerta = ws-par-freq-minima + ws-frq-margem
           write fl-linha-relatorio                 from ws-linha-cab-2
           write fl-linha-relatorio                 from ws-linha-tracos
           if   ws-fs-arq-relatorio <> "00" then
                display "P52SISC20 - Erro ao gravar arq-alerta-risco.txt: " ws-fs-arq-relatorio
                stop run
           end-if
           .
       2900-imprimir-cabecalho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para imprimir os totais gerais
      *>------------------------------------------------------------------------
       2920-imprimir-totais section.
           write fl-linha-relatorio                 from ws-linha-tracos
           move ws-qtd-avaliados                    to ws-tge-avaliados
           move ws-qtd-risco                        to ws-tge-risco
           move ws-qtd-risco-media                  to ws-tge-risco-media
           move ws-qtd-risco-frequencia             to ws-tge-risco-frequencia
           write fl-linha-relatorio                 from ws-linha-total-geral
           if   ws-fs-arq-relatorio <> "00" then
                display "P52SISC20 - Erro ao gravar arq-alerta-risco.txt: " ws-fs-arq-relatorio
                stop run
           end-if
           .
       2920-imprimir-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para registrar a largada do job no log de execuções
      *>------------------------------------------------------------------------
       1200-gravar-log-inicio section.
           open extend arq-runlog
           if   ws-fs-arq-runlog <> "00"
           and  ws-fs-arq-runlog <> "05" then
                display "P52SISC20 - Erro ao abrir arq. arq-runlog: " ws-fs-arq-runlog
                stop run
           end-if
           move "P52SISC20"                         to fl-log-programa
           move "INI"                               to fl-log-evento
           move function current-date               to fl-log-data-hora
           move 0                                   to fl-log-registros
           move spaces                              to fl-log-resultado
           write fl-runlog
           if   ws-fs-arq-runlog <> "00" then
                display "P52SISC20 - Erro ao gravar arq-runlog: " ws-fs-arq-runlog
                stop run
           end-if
           .
       1200-gravar-log-inicio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para registrar o término normal do job no log de execuções
      *>------------------------------------------------------------------------
       2950-gravar-log-fim section.
           move "P52SISC20"                         to fl-log-programa
           move "FIM"                               to fl-log-evento
           move function current-date               to fl-log-data-hora
           move ws-qtd-risco                        to fl-log-registros
           move "concluido"                         to fl-log-resultado
           write fl-runlog
           if   ws-fs-arq-runlog <> "00" then
                display "P52SISC20 - Erro ao gravar arq-runlog: " ws-fs-arq-runlog
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
           close arq-turmas
           close arq-alunos
           close arq-matriculas
           close arq-disciplinas
           close arq-resultados
           if   ws-com-frequencias then
                close arq-frequencias
           end-if
           close arq-relatorio
           close arq-extrato
           close arq-runlog
           stop run
           .
       3000-finaliza-exit.
           exit.
