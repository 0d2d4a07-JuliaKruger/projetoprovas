      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P53SISC20".
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

           select arq-transferencias assign to "arq-transferencias.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-trf-chave
           file status is ws-fs-arq-transferencias.

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

      *> relatório de transferências do período: quem trocou de turma,
      *> de qual para qual, a partir de quando e quem registrou
           select arq-relatorio assign to "arq-transferencias-periodo.txt"
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
      *> histórico de transferências de turma (gravado por P07SISC20),
      *> com a data efetiva em AAAAMMDD depois da matrícula na chave
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
       77 ws-fs-arq-transferencias                 pic x(02).
       77 ws-fs-arq-turmas                         pic x(02).
       77 ws-fs-arq-alunos                         pic x(02).
       77 ws-fs-arq-relatorio                      pic x(02).
       77 ws-fs-arq-runlog                         pic x(02).

      *> período pedido pela secretaria na variável de ambiente
      *> ANO-PERIODO (AAAA/PP), no mesmo espírito de P30SISC20/P49SISC20:
      *> entra no relatório toda troca que saiu de uma turma do período ou
      *> entrou numa
       77 ws-ano-periodo                           pic x(07).
       77 ws-alvo-ano                              pic 9(04).
       77 ws-alvo-periodo                          pic 9(02).

       77 ws-validacao                             pic x(01).
           88 ws-validacao-ok                      value "S".
           88 ws-validacao-erro                    value "N".

      *> "S" quando arq-transferencias existe (P07SISC20 já registrou
      *> alguma troca); sem ele o relatório sai só com o cabeçalho
       77 ws-tem-transferencias                    pic x(01) value "N".
           88 ws-com-transferencias                value "S".

       77 ws-fim-arquivo                           pic x(01) value "N".
           88 ws-fim-do-arquivo                    value "S".

      *> turmas do período, com a contagem de saídas e entradas
       77 ws-qtd-turmas                            pic 9(03) value 0.
       77 ws-max-turmas                            pic 9(03) value 100.
       77 ws-ind-turma                             pic 9(03).
       01 ws-tab-turmas.
           05 ws-tur-entrada occurs 100 times.
               10 ws-tur-codigo                    pic x(10).
               10 ws-tur-descricao                 pic x(40).
               10 ws-tur-saidas                    pic 9(05).
               10 ws-tur-entradas                  pic 9(05).

       77 ws-tur-achou                             pic x(01).
           88 ws-turma-encontrada                  value "S".
           88 ws-turma-nao-encontrada              value "N".
       77 ws-trf-do-periodo                        pic x(01).
           88 ws-listar-transferencia              value "S".
           88 ws-ignorar-transferencia             value "N".

      *> transferências do período, ordenadas por data efetiva (AAAAMMDD)
      *> e matrícula antes de imprimir
       77 ws-qtd-trf                               pic 9(03) value 0.
       77 ws-max-trf                               pic 9(03) value 500.
       77 ws-ind                                   pic 9(03).
       77 ws-ind2                                  pic 9(03).
       01 ws-tab-transferencias.
           05 ws-trf-entrada occurs 500 times.
               10 ws-trf-data-chave                pic x(08).
               10 ws-trf-matricula                 pic x(08).
               10 ws-trf-data-efetiva              pic x(10).
               10 ws-trf-turma-anterior            pic x(10).
               10 ws-trf-turma-nova                pic x(10).
               10 ws-trf-operador                  pic x(08).
               10 ws-trf-data-hora                 pic x(21).
       01 ws-trf-troca.
           05 filler                               pic x(08).
           05 filler                               pic x(08).
           05 filler                               pic x(10).
           05 filler                               pic x(10).
           05 filler                               pic x(10).
           05 filler                               pic x(08).
           05 filler                               pic x(21).

       77 ws-qtd-lidas                             pic 9(07) value 0.
       77 ws-data-corrente                         pic x(21).
       77 ws-data-hoje                             pic x(10).

       01 ws-linha-cab-1.
           05 filler                               pic x(37) value "TRANSFERENCIAS DE TURMA DO PERIODO ".
           05 ws-cab-ano-periodo                   pic x(07).
           05 filler                               pic x(05) value spaces.
           05 filler                               pic x(11) value "Emitido em ".
           05 ws-cab-data                          pic x(10).
       01 ws-linha-colunas.
           05 filler                               pic x(12) value "Vale desde".
           05 filler                               pic x(09) value "Matric.".
           05 filler                               pic x(31) value "Nome".
           05 filler                               pic x(11) value "De turma".
           05 filler                               pic x(11) value "Para turma".
           05 filler                               pic x(09) value "Operador".
           05 filler                               pic x(16) value "Registrado em".
       01 ws-linha-detalhe.
           05 ws-det-data-efetiva                  pic x(10).
           05 filler                               pic x(02).
           05 ws-det-matricula                     pic x(08).
           05 filler                               pic x(01).
           05 ws-det-nome                          pic x(30).
           05 filler                               pic x(01).
           05 ws-det-turma-anterior                pic x(10).
           05 filler                               pic x(01).
           05 ws-det-turma-nova                    pic x(10).
           05 filler                               pic x(01).
           05 ws-det-operador                      pic x(08).
           05 filler                               pic x(01).
           05 ws-det-registro                      pic x(16).
       01 ws-linha-nenhuma.
           05 filler                               pic x(40) value "Nenhuma transferencia no periodo".
       01 ws-linha-cab-resumo.
           05 filler                               pic x(63) value "Resumo por turma".
           05 filler                               pic x(08) value "Saidas".
           05 filler                               pic x(08) value "Entradas".
       01 ws-linha-resumo.
           05 ws-res-turma                         pic x(10).
           05 filler                               pic x(01).
           05 ws-res-descricao                     pic x(40).
           05 filler                               pic x(12).
           05 ws-res-saidas                        pic zzzz9.
           05 filler                               pic x(03).
           05 ws-res-entradas                      pic zzzz9.
       01 ws-linha-total.
           05 filler                               pic x(24) value "Transferencias listadas:".
           05 ws-tot-transferencias                pic zzzzzz9.
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
      *>  Procedimentos de inicialização: valida o período pedido, abre os
      *>  arquivos e monta a lista de turmas do período
      *>------------------------------------------------------------------------
       1000-inicializa section.
           move spaces                              to ws-ano-periodo
           accept ws-ano-periodo from environment "ANO-PERIODO"
           perform 1150-validar-ano-periodo
           if   ws-validacao-erro then
                display "P53SISC20 - ANO-PERIODO invalido (esperado AAAA/PP): " ws-ano-periodo
                stop run
           end-if
           move ws-ano-periodo (1:4)                to ws-alvo-ano
           move ws-ano-periodo (6:2)                to ws-alvo-periodo
      *> a largada só entra no log depois do período validado: a saída de
      *> operação acima não é execução a monitorar
           perform 1200-gravar-log-inicio
           open input arq-turmas
           if   ws-fs-arq-turmas <> "00"
           and  ws-fs-arq-turmas <> "05" then
                display "P53SISC20 - Erro ao abrir arq. arq-turmas: " ws-fs-arq-turmas
                stop run
           end-if
           open input arq-alunos
           if   ws-fs-arq-alunos <> "00"
           and  ws-fs-arq-alunos <> "05" then
                display "P53SISC20 - Erro ao abrir arq. arq-alunos: " ws-fs-arq-alunos
                stop run
           end-if
      *> o histórico de transferências só existe depois da primeira troca
      *> de turma: file status 35 (arquivo não existe) não é erro
           open input arq-transferencias
           if   ws-fs-arq-transferencias = "00"
           or   ws-fs-arq-transferencias = "05" then
                set ws-com-transferencias           to true
           else
                if   ws-fs-arq-transferencias <> "35" then
                     display "P53SISC20 - Erro ao abrir arq. arq-transferencias: " ws-fs-arq-transferencias
                     stop run
                end-if
           end-if
           open output arq-relatorio
           if   ws-fs-arq-relatorio <> "00" then
                display "P53SISC20 - Erro ao abrir arq. arq-transferencias-periodo.txt: " ws-fs-arq-relatorio
                stop run
           end-if
           move function current-date               to ws-data-corrente
           string ws-data-corrente (7:2) "/"
                  ws-data-corrente (5:2) "/"
                  ws-data-corrente (1:4)
                  delimited by size into ws-data-hoje
           perform 1400-buscar-turmas-periodo
           .
       1000-inicializa-exit.
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
      *>  Seção para varrer arq-turmas guardando as turmas do período pedido
      *>  (o mestre não tem chave por período)
      *>------------------------------------------------------------------------
       1400-buscar-turmas-periodo section.
           move "N"                                 to ws-fim-arquivo
           move low-values                          to fl-cod-turma
           start arq-turmas key is not less than fl-cod-turma
           if   ws-fs-arq-turmas = "23" then        *> file status 23: cadastro vazio
                set ws-fim-do-arquivo               to true
           else
                if   ws-fs-arq-turmas <> "00" then
                     display "P53SISC20 - Erro ao ler arq-turmas: " ws-fs-arq-turmas
                     stop run
                end-if
           end-if
           perform until ws-fim-do-arquivo
                read arq-turmas next
                if   ws-fs-arq-turmas = "10" then   *> file status 10: fim do arquivo
                     set ws-fim-do-arquivo          to true
                else
                     if   ws-fs-arq-turmas <> "00" then
                          display "P53SISC20 - Erro ao ler arq-turmas: " ws-fs-arq-turmas
                          stop run
                     end-if
                     unlock arq-turmas              *> liberando o lock (varredura somente de leitura)
                     if   fl-ano-turma = ws-alvo-ano
                     and  fl-periodo-turma = ws-alvo-periodo then
                          if   ws-qtd-turmas >= ws-max-turmas then
                               display "P53SISC20 - Aviso: mais de " ws-max-turmas
                                       " turmas - turma " fl-cod-turma " fora do relatorio"
                          else
                               add 1                to ws-qtd-turmas
                               move ws-qtd-turmas   to ws-ind-turma
                               move fl-cod-turma    to ws-tur-codigo (ws-ind-turma)
                               move fl-descricao-turma to ws-tur-descricao (ws-ind-turma)
                               move 0               to ws-tur-saidas (ws-ind-turma)
                               move 0               to ws-tur-entradas (ws-ind-turma)
                          end-if
                     end-if
                end-if
           end-perform
           if   ws-qtd-turmas = 0 then
                display "P53SISC20 - Nenhuma turma no periodo: " ws-ano-periodo
           end-if
           .
       1400-buscar-turmas-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - recolhe as transferências do período,
      *>  ordena por data efetiva e imprime a lista e o resumo por turma
      *>------------------------------------------------------------------------
       2000-processamento section.
           if   ws-com-transferencias
           and  ws-qtd-turmas > 0 then
                perform 2100-buscar-transferencias
                perform 2200-ordenar-transferencias
           end-if
           perform 2900-imprimir-cabecalho
           if   ws-qtd-trf = 0 then
                write fl-linha-relatorio            from ws-linha-nenhuma
           else
                perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-trf
                     perform 2300-imprimir-transferencia
                end-perform
           end-if
           perform 2920-imprimir-resumo
           display "P53SISC20 - Transferencias lidas: " ws-qtd-lidas
                   ", listadas no periodo: " ws-qtd-trf
           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para varrer o histórico de transferências guardando as que
      *>  saíram de uma turma do período ou entraram numa (a chave é por
      *>  matrícula, então o arquivo é lido inteiro)
      *>------------------------------------------------------------------------
       2100-buscar-transferencias section.
           move "N"                                 to ws-fim-arquivo
           move low-values                          to fl-trf-chave
           start arq-transferencias key is not less than fl-trf-chave
           if   ws-fs-arq-transferencias = "23" then *> file status 23: histórico vazio
                set ws-fim-do-arquivo               to true
           else
                if   ws-fs-arq-transferencias <> "00" then
                     display "P53SISC20 - Erro ao ler arq-transferencias: " ws-fs-arq-transferencias
                     stop run
                end-if
           end-if
           perform until ws-fim-do-arquivo
                read arq-transferencias next
                if   ws-fs-arq-transferencias = "10" then *> file status 10: fim do arquivo
                     set ws-fim-do-arquivo          to true
                else
                     if   ws-fs-arq-transferencias <> "00" then
                          display "P53SISC20 - Erro ao ler arq-transferencias: " ws-fs-arq-transferencias
                          stop run
                     end-if
                     unlock arq-transferencias      *> liberando o lock (varredura somente de leitura)
                     add 1                          to ws-qtd-lidas
                     perform 2110-conferir-turmas
                     if   ws-listar-transferencia then
                          perform 2120-guardar-transferencia
                     end-if
                end-if
           end-perform
           .
       2100-buscar-transferencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para conferir se a transferência lida envolve uma turma do
      *>  período, contando a saída e a entrada nas turmas envolvidas
      *>------------------------------------------------------------------------
       2110-conferir-turmas section.
           set ws-ignorar-transferencia             to true
           set ws-turma-nao-encontrada              to true
           perform varying ws-ind-turma from 1 by 1 until ws-ind-turma > ws-qtd-turmas
                                                   or ws-turma-encontrada
                if   ws-tur-codigo (ws-ind-turma) = fl-trf-turma-anterior then
                     set ws-turma-encontrada        to true
                     set ws-listar-transferencia    to true
                     add 1                          to ws-tur-saidas (ws-ind-turma)
                end-if
           end-perform
           set ws-turma-nao-encontrada              to true
           perform varying ws-ind-turma from 1 by 1 until ws-ind-turma > ws-qtd-turmas
                                                   or ws-turma-encontrada
                if   ws-tur-codigo (ws-ind-turma) = fl-trf-turma-nova then
                     set ws-turma-encontrada        to true
                     set ws-listar-transferencia    to true
                     add 1                          to ws-tur-entradas (ws-ind-turma)
                end-if
           end-perform
           .
       2110-conferir-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para guardar a transferência lida na tabela a imprimir
      *>------------------------------------------------------------------------
       2120-guardar-transferencia section.
           if   ws-qtd-trf >= ws-max-trf then
                display "P53SISC20 - Aviso: mais de " ws-max-trf
                        " transferencias no periodo - aluno " fl-trf-matricula
                        " em " fl-trf-data-efetiva " fora da lista"
           else
                add 1                               to ws-qtd-trf
                move ws-qtd-trf                     to ws-ind
                move fl-trf-data-chave              to ws-trf-data-chave (ws-ind)
                move fl-trf-matricula               to ws-trf-matricula (ws-ind)
                move fl-trf-data-efetiva            to ws-trf-data-efetiva (ws-ind)
                move fl-trf-turma-anterior          to ws-trf-turma-anterior (ws-ind)
                move fl-trf-turma-nova              to ws-trf-turma-nova (ws-ind)
                move fl-trf-operador                to ws-trf-operador (ws-ind)
                move fl-trf-data-hora               to ws-trf-data-hora (ws-ind)
           end-if
           .
       2120-guardar-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para ordenar as transferências por data efetiva e matrícula
      *>  (troca simples, como em P42SISC20)
      *>------------------------------------------------------------------------
       2200-ordenar-transferencias section.
           perform varying ws-ind from 1 by 1 until ws-ind >= ws-qtd-trf
                perform varying ws-ind2 from 1 by 1
                        until ws-ind2 > ws-qtd-trf - ws-ind
                     if   ws-trf-entrada (ws-ind2) (1:16)
                        > ws-trf-entrada (ws-ind2 + 1) (1:16) then
                          move ws-trf-entrada (ws-ind2)     to ws-trf-troca
                          move ws-trf-entrada (ws-ind2 + 1) to ws-trf-entrada (ws-ind2)
                          move ws-trf-troca                 to ws-trf-entrada (ws-ind2 + 1)
                     end-if
                end-perform
           end-perform
           .
       2200-ordenar-transferencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para imprimir a linha da transferência apontada por ws-ind,
      *>  com o nome do aluno no cadastro e a data/hora do registro
      *>------------------------------------------------------------------------
       2300-imprimir-transferencia section.
           move spaces                              to ws-linha-detalhe
           move ws-trf-data-efetiva (ws-ind)        to ws-det-data-efetiva
           move ws-trf-matricula (ws-ind)           to ws-det-matricula
           move ws-trf-matricula (ws-ind)           to fl-matricula
           read arq-alunos
           evaluate true
               when ws-fs-arq-alunos = "00"
                    unlock arq-alunos               *> liberando o lock (leitura de apoio, somente consulta)
                    move fl-nome                    to ws-det-nome
               when ws-fs-arq-alunos = "23"         *> file status 23: aluno excluído depois da troca
                    move "*SEM CADASTRO*"           to ws-det-nome
               when other
                    display "P53SISC20 - Erro ao ler arq-alunos: " ws-fs-arq-alunos
                    stop run
           end-evaluate
           move ws-trf-turma-anterior (ws-ind)      to ws-det-turma-anterior
           move ws-trf-turma-nova (ws-ind)          to ws-det-turma-nova
           move ws-trf-operador (ws-ind)            to ws-det-operador
           string ws-trf-data-hora (ws-ind) (7:2) "/"
                  ws-trf-data-hora (ws-ind) (5:2) "/"
                  ws-trf-data-hora (ws-ind) (1:4) " "
                  ws-trf-data-hora (ws-ind) (9:2) ":"
                  ws-trf-data-hora (ws-ind) (11:2)
                  delimited by size into ws-det-registro
           write fl-linha-relatorio                 from ws-linha-detalhe
           if   ws-fs-arq-relatorio <> "00" then
                display "P53SISC20 - Erro ao gravar arq-transferencias-periodo.txt: " ws-fs-arq-relatorio
                stop run
           end-if
           .
       2300-imprimir-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para imprimir o cabeçalho do relatório
      *>------------------------------------------------------------------------
       2900-imprimir-cabecalho section.
           move ws-ano-periodo                      to ws-cab-ano-periodo
           move ws-data-hoje                        to ws-cab-data
           write fl-linha-relatorio                 from ws-linha-cab-1
           write fl-linha-relatorio                 from ws-linha-tracos
           write fl-linha-relatorio                 from ws-linha-colunas
           write fl-linha-relatorio                 from ws-linha-tracos
           if   ws-fs-arq-relatorio <> "00" then
                display "P53SISC20 - Erro ao gravar arq-transferencias-periodo.txt: " ws-fs-arq-relatorio
                stop run
           end-if
           .
       2900-imprimir-cabecalho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para imprimir o resumo de saídas/entradas por turma do
      *>  período e o total de transferências listadas
      *>------------------------------------------------------------------------
       2920-imprimir-resumo section.
           write fl-linha-relatorio                 from ws-linha-tracos
           write fl-linha-relatorio                 from ws-linha-cab-resumo
           perform varying ws-ind-turma from 1 by 1 until ws-ind-turma > ws-qtd-turmas
                move spaces                         to ws-linha-resumo
                move ws-tur-codigo (ws-ind-turma)   to ws-res-turma
                move ws-tur-descricao (ws-ind-turma) to ws-res-descricao
                move ws-tur-saidas (ws-ind-turma)   to ws-res-saidas
                move ws-tur-entradas (ws-ind-turma) to ws-res-entradas
                write fl-linha-relatorio            from ws-linha-resumo
           end-perform
           write fl-linha-relatorio                 from ws-linha-tracos
           move ws-qtd-trf                          to ws-tot-transferencias
           write fl-linha-relatorio                 from ws-linha-total
           if   ws-fs-arq-relatorio <> "00" then
                display "P53SISC20 - Erro ao gravar arq-transferencias-periodo.txt: " ws-fs-arq-relatorio
                stop run
           end-if
           .
       2920-imprimir-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para registrar a largada do job no log de execuções
      *>------------------------------------------------------------------------
       1200-gravar-log-inicio section.
           open extend arq-runlog
           if   ws-fs-arq-runlog <> "00"
           and  ws-fs-arq-runlog <> "05" then
                display "P53SISC20 - Erro ao abrir arq. arq-runlog: " ws-fs-arq-runlog
                stop run
           end-if
           move "P53SISC20"                         to fl-log-programa
           move "INI"                               to fl-log-evento
           move function current-date               to fl-log-data-hora
           move 0                                   to fl-log-registros
           move spaces                              to fl-log-resultado
           write fl-runlog
           if   ws-fs-arq-runlog <> "00" then
                display "P53SISC20 - Erro ao gravar arq-runlog: " ws-fs-arq-runlog
                stop run
           end-if
           .
       1200-gravar-log-inicio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para registrar o término normal do job no log de execuções
      *>------------------------------------------------------------------------
       2950-gravar-log-fim section.
           move "P53SISC20"                         to fl-log-programa
           move "FIM"                               to fl-log-evento
           move function current-date               to fl-log-data-hora
           move ws-qtd-trf                          to fl-log-registros
           move "concluido"                         to fl-log-resultado
           write fl-runlog
           if   ws-fs-arq-runlog <> "00" then
                display "P53SISC20 - Erro ao gravar arq-runlog: " ws-fs-arq-runlog
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
           if   ws-com-transferencias then
                close arq-transferencias
           end-if
           close arq-turmas
           close arq-alunos
           close arq-relatorio
           close arq-runlog
           stop run
           .
       3000-finaliza-exit.
           exit.
