      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P49SISC20".
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

           select arq-frequencias assign to "arq-frequencias.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-frq-chave
           file status is ws-fs-arq-frequencias.

           select arq-situacoes assign to "arq-situacoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-sit-chave
           file status is ws-fs-arq-situacoes.

      *> pauta impressa: uma página (ou mais, se a turma for grande) por
      *> turma/disciplina, para o professor conferir e assinar
           select arq-relatorio assign to "arq-pauta.txt"
           organization is line sequential
           file status is ws-fs-arq-relatorio.

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

      *> matrículas em disciplinas (mantido por P24SISC20): é quem decide
      *> quais alunos da turma entram na pauta de cada disciplina
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

      *> mestre de tipos de prova (mantido por P26SISC20): cada tipo é uma
      *> coluna da pauta; fl-tpr-codigo é o mesmo 9(02) de fl-id-resultado
       fd arq-tipos-prova.
       01 fl-tipo-prova.
           05 fl-tpr-codigo                        pic 9(02).
           05 fl-tpr-descricao                     pic x(30).
           05 fl-tpr-peso                          pic 9(03).
           05 fl-tpr-recuperacao                   pic x(01).
               88 fl-tpr-eh-recuperacao            value "S".
               88 fl-tpr-prova-regular             value "N".

      *> frequência por aluno/disciplina (carregada por P29SISC20)
       fd arq-frequencias.
       01 fl-frequencia.
           05 fl-frq-chave.
               10 fl-frq-matricula                 pic x(08).
               10 fl-frq-id-disciplina             pic 9(03).
           05 fl-frq-aulas-dadas                   pic 9(03).
           05 fl-frq-aulas-presentes               pic 9(03).

      *> situações finais do período (gravadas por P14SISC20/P28SISC20)
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

       fd arq-relatorio.
       01 fl-linha-relatorio                       pic x(132).

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
       77 ws-fs-arq-frequencias                    pic x(02).
       77 ws-fs-arq-situacoes                      pic x(02).
       77 ws-fs-arq-relatorio                      pic x(02).
       77 ws-fs-arq-runlog                         pic x(02).

      *> alvo da emissão, informado pela coordenação nas variáveis de
      *> ambiente TURMA (uma turma) ou ANO-PERIODO (AAAA/PP, todas as
      *> turmas do período), no mesmo espírito de P42SISC20/P30SISC20
       77 ws-alvo-turma                            pic x(10).
       77 ws-ano-periodo                           pic x(07).
       77 ws-alvo-ano                              pic 9(04).
       77 ws-alvo-periodo                          pic 9(02).

       77 ws-validacao                             pic x(01).
           88 ws-validacao-ok                      value "S".
           88 ws-validacao-erro                    value "N".

      *> "S" quando arq-frequencias existe (a carga de P29SISC20 já rodou);
      *> sem ele as colunas de aulas saem em branco
       77 ws-tem-frequencias                       pic x(01) value "N".
           88 ws-com-frequencias                   value "S".

      *> "S" quando arq-situacoes existe (P14SISC20 já fechou algum
      *> período); sem ele média e situação saem em branco (em curso)
       77 ws-tem-situacoes                         pic x(01) value "N".
           88 ws-com-situacoes                     value "S".

       77 ws-fim-arquivo                           pic x(01) value "N".
           88 ws-fim-do-arquivo                    value "S".

      *> tipos de prova, carregados inteiros na largada; a pauta imprime
      *> uma coluna por tipo, até o limite de ws-max-colunas que cabe na
      *> largura da folha
       77 ws-qtd-tipos                             pic 9(03) value 0.
       77 ws-max-colunas                           pic 9(03) value 8.
       77 ws-qtd-colunas                           pic 9(03) value 0.
       77 ws-ind-tipo                              pic 9(03).
       01 ws-tab-tipos.
           05 ws-tpr-entrada occurs 99 times.
               10 ws-tpr-codigo                    pic 9(02).
               10 ws-tpr-descricao                 pic x(30).
               10 ws-tpr-recuperacao               pic x(01).

      *> turmas a emitir: uma só (TURMA) ou as do período (ANO-PERIODO)
       77 ws-qtd-turmas                            pic 9(03) value 0.
       77 ws-max-turmas                            pic 9(03) value 100.
       77 ws-ind-turma                             pic 9(03).
       01 ws-tab-turmas.
           05 ws-tur-entrada occurs 100 times.
               10 ws-tur-codigo                    pic x(10).
               10 ws-tur-descricao                 pic x(40).
               10 ws-tur-ano                       pic 9(04).
               10 ws-tur-periodo                   pic 9(02).
               10 ws-tur-professor                 pic x(40).

      *> alunos da turma corrente, em ordem de nome
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

      *> disciplinas com aluno da turma corrente matriculado, em ordem de
      *> código
       77 ws-qtd-disciplinas                       pic 9(03) value 0.
       77 ws-max-disciplinas                       pic 9(03) value 50.
       77 ws-ind-disc                              pic 9(03).
       77 ws-disc-achou                            pic x(01).
           88 ws-disc-encontrada                   value "S".
           88 ws-disc-nao-encontrada               value "N".
       01 ws-tab-disciplinas.
           05 ws-dis-entrada occurs 50 times.
               10 ws-dis-codigo                    pic 9(03).
               10 ws-dis-nome                      pic x(40).
       01 ws-dis-troca.
           05 filler                               pic 9(03).
           05 filler                               pic x(40).

      *> apoio da linha do aluno
       77 ws-alu-pendente                          pic x(01).
           88 ws-aluno-com-pendencia               value "S".
           88 ws-aluno-sem-pendencia               value "N".
       77 ws-alu-status                            pic x(02).
       77 ws-nota-edicao                           pic -99,99.
       77 ws-media-edicao                          pic -99,99.

      *> controle de páginas: cada turma/disciplina começa numa folha nova
      *> e a lista quebra a cada ws-max-linhas alunos, repetindo o
      *> cabeçalho
       77 ws-max-linhas                            pic 9(03) value 40.
       77 ws-qtd-linhas                            pic 9(03) value 0.
       77 ws-pagina                                pic 9(03) value 0.

      *> totais de uma turma/disciplina
       77 ws-tot-alunos                            pic 9(03).
       77 ws-tot-pendentes                         pic 9(03).
       77 ws-tot-aprovados                         pic 9(03).
       77 ws-tot-recuperacao                       pic 9(03).
       77 ws-tot-reprovados                        pic 9(03).
       77 ws-tot-reprovados-falta                  pic 9(03).
       77 ws-tot-em-curso                          pic 9(03).

       77 ws-data-corrente                         pic x(21).
       77 ws-data-hoje                             pic x(10).
       77 ws-qtd-pautas                            pic 9(07) value 0.

       01 ws-linha-cab-1.
           05 filler                               pic x(37) value "PAUTA / DIARIO DE CLASSE             ".
           05 filler                               pic x(10) value "Emitido em".
           05 filler                               pic x(01) value spaces.
           05 ws-cab-data                          pic x(10).
           05 filler                               pic x(05) value spaces.
           05 filler                               pic x(07) value "Folha: ".
           05 ws-cab-pagina                        pic zz9.

       01 ws-linha-cab-2.
           05 filler                               pic x(07) value "Turma: ".
           05 ws-cab-turma                         pic x(10).
           05 filler                               pic x(01) value spaces.
           05 ws-cab-descricao-turma               pic x(40).
           05 filler                               pic x(03) value spaces.
           05 filler                               pic x(09) value "Periodo: ".
           05 ws-cab-ano                           pic 9(04).
           05 filler                               pic x(01) value "/".
           05 ws-cab-periodo                       pic 9(02).

       01 ws-linha-cab-3.
           05 filler                               pic x(12) value "Disciplina: ".
           05 ws-cab-id-disciplina                 pic 9(03).
           05 filler                               pic x(01) value spaces.
           05 ws-cab-nome-disciplina               pic x(40).
           05 filler                               pic x(03) value spaces.
           05 filler                               pic x(11) value "Professor: ".
           05 ws-cab-professor                     pic x(40).

      *> colunas: uma por tipo de prova (descrição abreviada), depois
      *> aulas dadas/presentes, média, situação e a marca de pendência
       01 ws-linha-colunas.
           05 filler                               pic x(09) value "Matric.  ".
           05 filler                               pic x(31) value "Nome".
           05 ws-col-tipo occurs 8 times.
               10 ws-col-descricao                 pic x(06).
               10 filler                           pic x(01).
           05 filler                               pic x(05) value "Dadas".
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(05) value "Pres.".
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(06) value "Media ".
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(03) value "Sit".
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(04) value "Pend".

       01 ws-linha-detalhe.
           05 ws-det-matricula                     pic x(08).
           05 filler                               pic x(01).
           05 ws-det-nome                          pic x(30).
           05 filler                               pic x(01).
           05 ws-det-tipo occurs 8 times.
               10 ws-det-nota                      pic x(06).
               10 filler                           pic x(01).
           05 filler                               pic x(02).
           05 ws-det-aulas-dadas                   pic x(03).
           05 filler                               pic x(03).
           05 ws-det-aulas-presentes               pic x(03).
           05 filler                               pic x(01).
           05 ws-det-media                         pic x(06).
           05 filler                               pic x(01).
           05 ws-det-status                        pic x(02).
           05 filler                               pic x(03).
           05 ws-det-pendencia                     pic x(01).
       77 ws-det-aulas-edicao                      pic zz9.

       01 ws-linha-total-1.
           05 filler                               pic x(18) value "Alunos na pauta: ".
           05 ws-tl1-alunos                        pic zz9.
           05 filler                               pic x(05) value spaces.
           05 filler                               pic x(22) value "Com nota pendente (*):".
           05 ws-tl1-pendentes                     pic zzz9.

       01 ws-linha-total-2.
           05 filler                               pic x(11) value "Aprovados: ".
           05 ws-tl2-aprovados                     pic zz9.
           05 filler                               pic x(03) value spaces.
           05 filler                               pic x(15) value "Recuperacao: ".
           05 ws-tl2-recuperacao                   pic zz9.
           05 filler                               pic x(03) value spaces.
           05 filler                               pic x(12) value "Reprovados: ".
           05 ws-tl2-reprovados                    pic zz9.
           05 filler                               pic x(03) value spaces.
           05 filler                               pic x(18) value "Reprov. p/ falta: ".
           05 ws-tl2-reprovados-falta              pic zz9.
           05 filler                               pic x(03) value spaces.
           05 filler                               pic x(10) value "Em curso: ".
           05 ws-tl2-em-curso                      pic zz9.

       01 ws-linha-legenda.
           05 filler                               pic x(90) value "Sit: AP aprovado, RC recuperacao, RP reprovado, RF reprovado por falta, em branco em curso".

       01 ws-linha-assinatura-1.
           05 filler                               pic x(45) value "_____________________________________________".
           05 filler                               pic x(10) value spaces.
           05 filler                               pic x(45) value "_____________________________________________".

       01 ws-linha-assinatura-2.
           05 filler                               pic x(11) value "Professor: ".
           05 ws-ass-professor                     pic x(34).
           05 filler                               pic x(10) value spaces.
           05 filler                               pic x(45) value "Coordenacao".

       01 ws-linha-assinatura-3.
           05 filler                               pic x(26) value "Data: ____/____/________".

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
      *>  Procedimentos de inicialização: valida o alvo pedido, abre os
      *>  arquivos, carrega os tipos de prova e monta a lista de turmas
      *>------------------------------------------------------------------------
       1000-inicializa section.
           move spaces                              to ws-alvo-turma ws-ano-periodo
           accept ws-alvo-turma from environment "TURMA"
           accept ws-ano-periodo from environment "ANO-PERIODO"
           if  (ws-alvo-turma = spaces and ws-ano-periodo = spaces)
           or  (ws-alvo-turma <> spaces and ws-ano-periodo <> spaces) then
                display "P49SISC20 - Informe TURMA ou ANO-PERIODO (somente um dos dois)"
                stop run
           end-if
           if   ws-ano-periodo <> spaces then
                perform 1150-validar-ano-periodo
                if   ws-validacao-erro then
                     display "P49SISC20 - ANO-PERIODO invalido (esperado AAAA/PP): " ws-ano-periodo
                     stop run
                end-if
                move ws-ano-periodo (1:4)           to ws-alvo-ano
                move ws-ano-periodo (6:2)           to ws-alvo-periodo
           end-if
      *> a largada só entra no log depois do alvo validado: a saída de
      *> operação acima não é execução a monitorar
           perform 1200-gravar-log-inicio
           open input arq-turmas
           if   ws-fs-arq-turmas <> "00"
           and  ws-fs-arq-turmas <> "05" then
                display "P49SISC20 - Erro ao abrir arq. arq-turmas: " ws-fs-arq-turmas
                stop run
           end-if
           open input arq-alunos
           if   ws-fs-arq-alunos <> "00"
           and  ws-fs-arq-alunos <> "05" then
                display "P49SISC20 - Erro ao abrir arq. arq-alunos: " ws-fs-arq-alunos
                stop run
           end-if
           open input arq-matriculas
           if   ws-fs-arq-matriculas <> "00"
           and  ws-fs-arq-matriculas <> "05" then
                display "P49SISC20 - Erro ao abrir arq. arq-matriculas: " ws-fs-arq-matriculas
                stop run
           end-if
           open input arq-disciplinas
           if   ws-fs-arq-disciplinas <> "00"
           and  ws-fs-arq-disciplinas <> "05" then
                display "P49SISC20 - Erro ao abrir arq. arq-disciplinas: " ws-fs-arq-disciplinas
                stop run
           end-if
           open input arq-resultados
           if   ws-fs-arq-resultados <> "00"
           and  ws-fs-arq-resultados <> "05" then
                display "P49SISC20 - Erro ao abrir arq. arq-resultados: " ws-fs-arq-resultados
                stop run
           end-if
      *> sem tipo de prova cadastrado a pauta não tem colunas de nota:
      *> parando já na largada (mesma decisão de P28SISC20)
           open input arq-tipos-prova
           if   ws-fs-arq-tipos-prova = "00"
           or   ws-fs-arq-tipos-prova = "05" then
                perform 1100-carregar-tipos-prova
                close arq-tipos-prova
           else
                if   ws-fs-arq-tipos-prova <> "35" then
                     display "P49SISC20 - Erro ao abrir arq. arq-tipos-prova: " ws-fs-arq-tipos-prova
                     stop run
                end-if
           end-if
           if   ws-qtd-tipos = 0 then
                display "P49SISC20 - Nenhum tipo de prova cadastrado em arq-tipos-prova"
                stop run
           end-if
      *> frequência e situações só existem depois da primeira carga de
      *> P29SISC20 e do primeiro fechamento de P14SISC20: file status 35
      *> (arquivo não existe) não é erro, as colunas saem em branco
           open input arq-frequencias
           if   ws-fs-arq-frequencias = "00"
           or   ws-fs-arq-frequencias = "05" then
                set ws-com-frequencias              to true
           else
                if   ws-fs-arq-frequencias <> "35" then
                     display "P49SISC20 - Erro ao abrir arq. arq-frequencias: " ws-fs-arq-frequencias
                     stop run
                end-if
           end-if
           open input arq-situacoes
           if   ws-fs-arq-situacoes = "00"
           or   ws-fs-arq-situacoes = "05" then
                set ws-com-situacoes                to true
           else
                if   ws-fs-arq-situacoes <> "35" then
                     display "P49SISC20 - Erro ao abrir arq. arq-situacoes: " ws-fs-arq-situacoes
                     stop run
                end-if
           end-if
           open output arq-relatorio
           if   ws-fs-arq-relatorio <> "00" then
                display "P49SISC20 - Erro ao abrir arq. arq-pauta.txt: " ws-fs-arq-relatorio
                stop run
           end-if
           move function current-date               to ws-data-corrente
           string ws-data-corrente (7:2) "/"
                  ws-data-corrente (5:2) "/"
                  ws-data-corrente (1:4)
                  delimited by size into ws-data-hoje
           if   ws-alvo-turma <> spaces then
                perform 1300-buscar-turma
           else
                perform 1400-buscar-turmas-periodo
           end-if
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para carregar a tabela de tipos de prova em memória e
      *>  montar o cabeçalho das colunas de nota
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
                          move fl-tpr-descricao       to ws-tpr-descricao (ws-ind-tipo)
                          move fl-tpr-recuperacao     to ws-tpr-recuperacao (ws-ind-tipo)
                          unlock arq-tipos-prova      *> liberando o lock (carga é somente leitura)
                     else
                          if   ws-fs-arq-tipos-prova <> "10" then *> file status 10: fim do arquivo
                               display "P49SISC20 - Erro ao ler arq-tipos-prova: " ws-fs-arq-tipos-prova
                               stop run
                          end-if
                     end-if
                end-perform
           else
                if   ws-fs-arq-tipos-prova <> "23"   *> file status 23: mestre vazio
                and  ws-fs-arq-tipos-prova <> "10" then
                     display "P49SISC20 - Erro ao ler arq-tipos-prova: " ws-fs-arq-tipos-prova
                     stop run
                end-if
           end-if
           if   ws-qtd-tipos > ws-max-colunas then
                display "P49SISC20 - Aviso: " ws-qtd-tipos " tipos de prova cadastrados, a pauta imprime os "
                        ws-max-colunas " primeiros"
                move ws-max-colunas                  to ws-qtd-colunas
           else
                move ws-qtd-tipos                    to ws-qtd-colunas
           end-if
           perform varying ws-ind-tipo from 1 by 1 until ws-ind-tipo > ws-max-colunas
                if   ws-ind-tipo > ws-qtd-colunas then
                     move spaces                     to ws-col-descricao (ws-ind-tipo)
                else
                     move ws-tpr-descricao (ws-ind-tipo) to ws-col-descricao (ws-ind-tipo)
                end-if
           end-perform
           .
       1100-carregar-tipos-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para validar se ANO-PERIODO é AAAA/PP com período 01-99
      *>  (mesma regra de 1100-validar-ano-periodo de P30SISC20)
      *>------------------------------------------------------------------------
       1150-validar-ano-periodo section.
           set ws-validacao-ok                     to true
           if   ws-ano-periodo (5:1) <> "/"
           or   ws-ano-periodo (1:4) not numeric
           or   ws-ano-periodo (6:2) not numeric then
                set ws-validacao-erro               to true
           else
                if   ws-ano-periodo (1:4) < "1900"
                or   ws-ano-periodo (1:4) > "2099"
                or   ws-ano-periodo (6:2) = "00" then
                     set ws-validacao-erro           to true
                end-if
           end-if
           .
       1150-validar-ano-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para buscar a turma pedida em TURMA
      *>------------------------------------------------------------------------
       1300-buscar-turma section.
           move ws-alvo-turma                       to fl-cod-turma
           read arq-turmas
           evaluate true
               when ws-fs-arq-turmas = "00"
                    unlock arq-turmas               *> liberando o lock (leitura de apoio, somente consulta)
                    perform 1410-guardar-turma
               when ws-fs-arq-turmas = "23"         *> file status 23: turma fora do cadastro
                    display "P49SISC20 - Turma inexistente: " ws-alvo-turma
               when other
                    display "P49SISC20 - Erro ao ler arq-turmas: " ws-fs-arq-turmas
                    stop run
           end-evaluate
           .
       1300-buscar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para varrer arq-turmas guardando as turmas do período pedido
      *>  em ANO-PERIODO (o mestre não tem chave por período)
      *>------------------------------------------------------------------------
       1400-buscar-turmas-periodo section.
           move low-values                          to fl-cod-turma
           start arq-turmas key is not less than fl-cod-turma
           if   ws-fs-arq-turmas = "23" then        *> file status 23: cadastro vazio
                set ws-fim-do-arquivo               to true
           else
                if   ws-fs-arq-turmas <> "00" then
                     display "P49SISC20 - Erro ao ler arq-turmas: " ws-fs-arq-turmas
                     stop run
                end-if
           end-if
           perform until ws-fim-do-arquivo
                read arq-turmas next
                if   ws-fs-arq-turmas = "10" then   *> file status 10: fim do arquivo
                     set ws-fim-do-arquivo          to true
                else
                     if   ws-fs-arq-turmas <> "00" then
                          display "P49SISC20 - Erro ao ler arq-turmas: " ws-fs-arq-turmas
                          stop run
                     end-if
                     unlock arq-turmas              *> liberando o lock (varredura somente de leitura)
                     if   fl-ano-turma = ws-alvo-ano
                     and  fl-periodo-turma = ws-alvo-periodo then
                          perform 1410-guardar-turma
                     end-if
                end-if
           end-perform
           if   ws-qtd-turmas = 0 then
                display "P49SISC20 - Nenhuma turma no periodo: " ws-ano-periodo
           end-if
           .
       1400-buscar-turmas-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para guardar a turma lida na lista de turmas a emitir
      *>------------------------------------------------------------------------
       1410-guardar-turma section.
           if   ws-qtd-turmas >= ws-max-turmas then
                display "P49SISC20 - Aviso: mais de " ws-max-turmas
                        " turmas - turma " fl-cod-turma " fora da emissao"
           else
                add 1                               to ws-qtd-turmas
                move ws-qtd-turmas                  to ws-ind
                move fl-cod-turma                   to ws-tur-codigo (ws-ind)
                move fl-descricao-turma             to ws-tur-descricao (ws-ind)
                move fl-ano-turma                   to ws-tur-ano (ws-ind)
                move fl-periodo-turma               to ws-tur-periodo (ws-ind)
                move fl-professor-turma             to ws-tur-professor (ws-ind)
           end-if
           .
       1410-guardar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - para cada turma monta a lista de alunos
      *>  e a de disciplinas e emite uma pauta por disciplina
      *>------------------------------------------------------------------------
       2000-processamento section.
           perform varying ws-ind-turma from 1 by 1
                   until ws-ind-turma > ws-qtd-turmas
                perform 2100-buscar-alunos-turma
                perform 2150-ordenar-alunos
                perform 2200-buscar-disciplinas-turma
                perform 2250-ordenar-disciplinas
                perform varying ws-ind-disc from 1 by 1
                        until ws-ind-disc > ws-qtd-disciplinas
                     perform 2300-imprimir-pauta
                     add 1                          to ws-qtd-pautas
                end-perform
                if   ws-qtd-disciplinas = 0 then
                     display "P49SISC20 - Turma " ws-tur-codigo (ws-ind-turma)
                             " sem aluno matriculado em disciplina"
                end-if
           end-perform
           display "P49SISC20 - Pautas emitidas: " ws-qtd-pautas
           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para varrer arq-alunos guardando os alunos da turma
      *>  corrente (o mestre não tem chave por turma)
      *>------------------------------------------------------------------------
       2100-buscar-alunos-turma section.
           move 0                                   to ws-qtd-alunos
           move "N"                                 to ws-fim-arquivo
           move low-values                          to fl-matricula
           start arq-alunos key is not less than fl-matricula
           if   ws-fs-arq-alunos = "23" then        *> file status 23: cadastro vazio
                set ws-fim-do-arquivo               to true
           else
                if   ws-fs-arq-alunos <> "00" then
                     display "P49SISC20 - Erro ao ler arq-alunos: " ws-fs-arq-alunos
                     stop run
                end-if
           end-if
           perform until ws-fim-do-arquivo
                read arq-alunos next
                if   ws-fs-arq-alunos = "10" then   *> file status 10: fim do arquivo
                     set ws-fim-do-arquivo          to true
                else
                     if   ws-fs-arq-alunos <> "00" then
                          display "P49SISC20 - Erro ao ler arq-alunos: " ws-fs-arq-alunos
                          stop run
                     end-if
                     unlock arq-alunos              *> liberando o lock (varredura somente de leitura)
                     if   fl-turma = ws-tur-codigo (ws-ind-turma) then
                          if   ws-qtd-alunos >= ws-max-alunos then
                               display "P49SISC20 - Aviso: mais de " ws-max-alunos
                                       " alunos na turma - aluno " fl-matricula
                                       " fora da pauta"
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
       2100-buscar-alunos-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para ordenar os alunos da turma por nome (troca simples,
      *>  como em P42SISC20)
      *>------------------------------------------------------------------------
       2150-ordenar-alunos section.
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
       2150-ordenar-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para montar a lista de disciplinas da turma: todas as
      *>  disciplinas em que algum aluno da turma está matriculado (a chave
      *>  de arq-matriculas começa pela matrícula, então o intervalo de
      *>  cada aluno é contíguo)
      *>------------------------------------------------------------------------
       2200-buscar-disciplinas-turma section.
           move 0                                   to ws-qtd-disciplinas
           perform varying ws-ind-aluno from 1 by 1
                   until ws-ind-aluno > ws-qtd-alunos
                move ws-alu-matricula (ws-ind-aluno) to fl-mat-matricula
                move 0                              to fl-mat-id-disciplina
                start arq-matriculas key is not less than fl-mat-chave
                if   ws-fs-arq-matriculas = "00" then
                     perform until ws-fs-arq-matriculas <> "00"
                                or fl-mat-matricula <> ws-alu-matricula (ws-ind-aluno)
                          read arq-matriculas next record
                          if   ws-fs-arq-matriculas = "00" then
                               unlock arq-matriculas *> liberando o lock (varredura somente de leitura)
                               if   fl-mat-matricula = ws-alu-matricula (ws-ind-aluno) then
                                    perform 2210-guardar-disciplina
                               end-if
                          else
                               if   ws-fs-arq-matriculas <> "10" then *> file status 10: fim do arquivo
                                    display "P49SISC20 - Erro ao ler arq-matriculas: " ws-fs-arq-matriculas
                                    stop run
                               end-if
                          end-if
                     end-perform
                else
                     if   ws-fs-arq-matriculas <> "23" then *> file status 23: aluno sem matrícula
                          display "P49SISC20 - Erro ao ler arq-matriculas: " ws-fs-arq-matriculas
                          stop run
                     end-if
                end-if
           end-perform
           .
       2200-buscar-disciplinas-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para acrescentar a disciplina da matrícula lida à lista da
      *>  turma, se ainda não estiver nela, com o nome do mestre
      *>------------------------------------------------------------------------
       2210-guardar-disciplina section.
           set ws-disc-nao-encontrada              to true
           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-disciplinas
                      or ws-disc-encontrada
                if   ws-dis-codigo (ws-ind) = fl-mat-id-disciplina then
                     set ws-disc-encontrada         to true
                end-if
           end-perform
           if   ws-disc-nao-encontrada then
                if   ws-qtd-disciplinas >= ws-max-disciplinas then
                     display "P49SISC20 - Aviso: mais de " ws-max-disciplinas
                             " disciplinas na turma - disciplina " fl-mat-id-disciplina
                             " fora da emissao"
                else
                     add 1                          to ws-qtd-disciplinas
                     move ws-qtd-disciplinas        to ws-ind
                     move fl-mat-id-disciplina      to ws-dis-codigo (ws-ind)
                     move fl-mat-id-disciplina      to fl-cod-disciplina
                     read arq-disciplinas
                     evaluate true
                         when ws-fs-arq-disciplinas = "00"
                              move fl-nome-disciplina to ws-dis-nome (ws-ind)
                              unlock arq-disciplinas *> liberando o lock (leitura de apoio, somente consulta)
                         when ws-fs-arq-disciplinas = "23" *> file status 23: disciplina fora do mestre
                              move "(disciplina nao cadastrada)" to ws-dis-nome (ws-ind)
                         when other
                              display "P49SISC20 - Erro ao ler arq-disciplinas: " ws-fs-arq-disciplinas
                              stop run
                     end-evaluate
                end-if
           end-if
           .
       2210-guardar-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para ordenar as disciplinas da turma por código
      *>------------------------------------------------------------------------
       2250-ordenar-disciplinas section.
           perform varying ws-ind from 1 by 1 until ws-ind >= ws-qtd-disciplinas
                perform varying ws-ind2 from 1 by 1
                        until ws-ind2 > ws-qtd-disciplinas - ws-ind
                     if   ws-dis-codigo (ws-ind2)
                        > ws-dis-codigo (ws-ind2 + 1) then
                          move ws-dis-entrada (ws-ind2)     to ws-dis-troca
                          move ws-dis-entrada (ws-ind2 + 1) to ws-dis-entrada (ws-ind2)
                          move ws-dis-troca                 to ws-dis-entrada (ws-ind2 + 1)
                     end-if
                end-perform
           end-perform
           .
       2250-ordenar-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para emitir a pauta de uma turma/disciplina: folha nova,
      *>  um aluno matriculado por linha e, no fim, totais e assinaturas
      *>------------------------------------------------------------------------
       2300-imprimir-pauta section.
           move 0                                   to ws-tot-alunos
                                                       ws-tot-pendentes
                                                       ws-tot-aprovados
                                                       ws-tot-recuperacao
                                                       ws-tot-reprovados
                                                       ws-tot-reprovados-falta
                                                       ws-tot-em-curso
           move 0                                   to ws-pagina
           perform 2310-imprimir-cabecalho
           perform varying ws-ind-aluno from 1 by 1
                   until ws-ind-aluno > ws-qtd-alunos
                move ws-alu-matricula (ws-ind-aluno) to fl-mat-matricula
                move ws-dis-codigo (ws-ind-disc)    to fl-mat-id-disciplina
                read arq-matriculas
                evaluate true
                    when ws-fs-arq-matriculas = "00"
                         unlock arq-matriculas      *> liberando o lock (leitura de apoio, somente consulta)
                         if   ws-qtd-linhas >= ws-max-linhas then
                              perform 2310-imprimir-cabecalho
                         end-if
                         perform 2320-imprimir-aluno
                    when ws-fs-arq-matriculas = "23" *> file status 23: aluno da turma não cursa esta disciplina
                         continue
                    when other
                         display "P49SISC20 - Erro ao ler arq-matriculas: " ws-fs-arq-matriculas
                         stop run
                end-evaluate
           end-perform
           perform 2330-imprimir-totais
           .
       2300-imprimir-pauta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para imprimir o cabeçalho de uma folha da pauta
      *>------------------------------------------------------------------------
       2310-imprimir-cabecalho section.
           add 1                                    to ws-pagina
           move 0                                   to ws-qtd-linhas
           move ws-data-hoje                        to ws-cab-data
           move ws-pagina                           to ws-cab-pagina
           write fl-linha-relatorio                 from ws-linha-cab-1 after advancing page
           move ws-tur-codigo (ws-ind-turma)        to ws-cab-turma
           move ws-tur-descricao (ws-ind-turma)     to ws-cab-descricao-turma
           move ws-tur-ano (ws-ind-turma)           to ws-cab-ano
           move ws-tur-periodo (ws-ind-turma)       to ws-cab-periodo
           write fl-linha-relatorio                 from ws-linha-cab-2
           move ws-dis-codigo (ws-ind-disc)         to ws-cab-id-disciplina
           move ws-dis-nome (ws-ind-disc)           to ws-cab-nome-disciplina
           move ws-tur-professor (ws-ind-turma)     to ws-cab-professor
           write fl-linha-relatorio                 from ws-linha-cab-3
           write fl-linha-relatorio                 from ws-linha-tracos
           write fl-linha-relatorio                 from ws-linha-colunas
           write fl-linha-relatorio                 from ws-linha-tracos
           if   ws-fs-arq-relatorio <> "00" then
                display "P49SISC20 - Erro ao gravar arq-pauta.txt: " ws-fs-arq-relatorio
                stop run
           end-if
           .
       2310-imprimir-cabecalho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para imprimir a linha de um aluno: nota de cada tipo de
      *>  prova ("--" quando não lançada), aulas dadas/presentes, média e
      *>  situação do fechamento. Falta de nota de prova regular marca a
      *>  pendência; a de recuperação só conta para quem ficou em RC
      *>------------------------------------------------------------------------
       2320-imprimir-aluno section.
           move spaces                              to ws-linha-detalhe
           set ws-aluno-sem-pendencia               to true
           move ws-alu-matricula (ws-ind-aluno)     to ws-det-matricula
           move ws-alu-nome (ws-ind-aluno)          to ws-det-nome
      *> situação final primeiro: ela decide se a falta da nota de
      *> recuperação é pendência
           move spaces                              to ws-alu-status
           if   ws-com-situacoes then
                move ws-alu-matricula (ws-ind-aluno) to fl-sit-matricula
                move ws-dis-codigo (ws-ind-disc)    to fl-sit-id-disciplina
                read arq-situacoes
                evaluate true
                    when ws-fs-arq-situacoes = "00"
                         unlock arq-situacoes       *> liberando o lock (leitura de apoio, somente consulta)
                         move fl-sit-status         to ws-alu-status
                         move fl-sit-media          to ws-det-media
                    when ws-fs-arq-situacoes = "23" *> file status 23: disciplina ainda não fechada
                         continue
                    when other
                         display "P49SISC20 - Erro ao ler arq-situacoes: " ws-fs-arq-situacoes
                         stop run
                end-evaluate
           end-if
           move ws-alu-status                       to ws-det-status
           perform varying ws-ind-tipo from 1 by 1 until ws-ind-tipo > ws-qtd-colunas
                move ws-tpr-codigo (ws-ind-tipo)    to fl-id-resultado
                move ws-alu-matricula (ws-ind-aluno) to fl-user-id
                move ws-dis-codigo (ws-ind-disc)    to fl-id-disciplina
                read arq-resultados
                evaluate true
                    when ws-fs-arq-resultados = "00"
                         unlock arq-resultados      *> liberando o lock (leitura de apoio, somente consulta)
                         move fl-nota               to ws-det-nota (ws-ind-tipo)
                    when ws-fs-arq-resultados = "23" *> file status 23: nota não lançada
                         move "  --  "              to ws-det-nota (ws-ind-tipo)
                         if   ws-tpr-recuperacao (ws-ind-tipo) <> "S"
                         or   ws-alu-status = "RC" then
                              set ws-aluno-com-pendencia to true
                         end-if
                    when other
                         display "P49SISC20 - Erro ao ler arq-resultados: " ws-fs-arq-resultados
                         stop run
                end-evaluate
           end-perform
           if   ws-com-frequencias then
                move ws-alu-matricula (ws-ind-aluno) to fl-frq-matricula
                move ws-dis-codigo (ws-ind-disc)    to fl-frq-id-disciplina
                read arq-frequencias
                evaluate true
                    when ws-fs-arq-frequencias = "00"
                         unlock arq-frequencias     *> liberando o lock (leitura de apoio, somente consulta)
                         move fl-frq-aulas-dadas    to ws-det-aulas-edicao
                         move ws-det-aulas-edicao   to ws-det-aulas-dadas
                         move fl-frq-aulas-presentes to ws-det-aulas-edicao
                         move ws-det-aulas-edicao   to ws-det-aulas-presentes
                    when ws-fs-arq-frequencias = "23" *> file status 23: frequência não carregada para o aluno
                         continue
                    when other
                         display "P49SISC20 - Erro ao ler arq-frequencias: " ws-fs-arq-frequencias
                         stop run
                end-evaluate
           end-if
           if   ws-aluno-com-pendencia then
                move "*"                            to ws-det-pendencia
                add 1                               to ws-tot-pendentes
           end-if
           add 1                                    to ws-tot-alunos
           evaluate ws-alu-status
               when "AP"
                    add 1                           to ws-tot-aprovados
               when "RC"
                    add 1                           to ws-tot-recuperacao
               when "RP"
                    add 1                           to ws-tot-reprovados
               when "RF"
                    add 1                           to ws-tot-reprovados-falta
               when other
                    add 1                           to ws-tot-em-curso
           end-evaluate
           write fl-linha-relatorio                 from ws-linha-detalhe
           if   ws-fs-arq-relatorio <> "00" then
                display "P49SISC20 - Erro ao gravar arq-pauta.txt: " ws-fs-arq-relatorio
                stop run
           end-if
           add 1                                    to ws-qtd-linhas
           .
       2320-imprimir-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para imprimir os totais da pauta e as linhas de assinatura
      *>------------------------------------------------------------------------
       2330-imprimir-totais section.
           write fl-linha-relatorio                 from ws-linha-tracos
           move ws-tot-alunos                       to ws-tl1-alunos
           move ws-tot-pendentes                    to ws-tl1-pendentes
           write fl-linha-relatorio                 from ws-linha-total-1
           move ws-tot-aprovados                    to ws-tl2-aprovados
           move ws-tot-recuperacao                  to ws-tl2-recuperacao
           move ws-tot-reprovados                   to ws-tl2-reprovados
           move ws-tot-reprovados-falta             to ws-tl2-reprovados-falta
           move ws-tot-em-curso                     to ws-tl2-em-curso
           write fl-linha-relatorio                 from ws-linha-total-2
           write fl-linha-relatorio                 from ws-linha-legenda
           move spaces                              to fl-linha-relatorio
           write fl-linha-relatorio
           write fl-linha-relatorio
           write fl-linha-relatorio
           write fl-linha-relatorio                 from ws-linha-assinatura-1
           move ws-tur-professor (ws-ind-turma)     to ws-ass-professor
           write fl-linha-relatorio                 from ws-linha-assinatura-2
           move spaces                              to fl-linha-relatorio
           write fl-linha-relatorio
           write fl-linha-relatorio                 from ws-linha-assinatura-3
           if   ws-fs-arq-relatorio <> "00" then
                display "P49SISC20 - Erro ao gravar arq-pauta.txt: " ws-fs-arq-relatorio
                stop run
           end-if
           .
       2330-imprimir-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para registrar a largada do job no log de execuções
      *>------------------------------------------------------------------------
       1200-gravar-log-inicio section.
           open extend arq-runlog
           if   ws-fs-arq-runlog <> "00"
           and  ws-fs-arq-runlog <> "05" then
                display "P49SISC20 - Erro ao abrir arq. arq-runlog: " ws-fs-arq-runlog
                stop run
           end-if
           move "P49SISC20"                         to fl-log-programa
           move "INI"                               to fl-log-evento
           move function current-date               to fl-log-data-hora
           move 0                                   to fl-log-registros
           move spaces                              to fl-log-resultado
           write fl-runlog
           if   ws-fs-arq-runlog <> "00" then
                display "P49SISC20 - Erro ao gravar arq-runlog: " ws-fs-arq-runlog
                stop run
           end-if
           .
       1200-gravar-log-inicio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para registrar o término normal do job no log de execuções
      *>------------------------------------------------------------------------
       2950-gravar-log-fim section.
           move "P49SISC20"                         to fl-log-programa
           move "FIM"                               to fl-log-evento
           move function current-date               to fl-log-data-hora
           move ws-qtd-pautas                       to fl-log-registros
           move "concluido"                         to fl-log-resultado
           write fl-runlog
           if   ws-fs-arq-runlog <> "00" then
                display "P49SISC20 - Erro ao gravar arq-runlog: " ws-fs-arq-runlog
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
           if   ws-com-situacoes then
                close arq-situacoes
           end-if
           close arq-relatorio
           close arq-runlog
           stop run
           .
       3000-finaliza-exit.
           exit.
