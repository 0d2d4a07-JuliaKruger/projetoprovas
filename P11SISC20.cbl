           record key is fl-matricula
           file status is ws-fs-arq-alunos.

           select arq-transferencias assign to "arq-transferencias.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-trf-chave
           file status is ws-fs-arq-transferencias.

           select arq-disciplinas assign to "arq-disciplinas.dat"
           organization is indexed
           access mode is dynamic
           05 fl-turma                              pic x(10).
           05 fl-situacao                           pic x(01).

      *> histórico de transferências de turma (gravado por P07SISC20): a
      *> nota conta na estatística da turma em que o aluno estava na data
      *> da prova, não na turma atual
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
       working-storage section.
       77 ws-fs-arq-resultados                     pic x(02).
       77 ws-fs-arq-alunos                         pic x(02).
       77 ws-fs-arq-transferencias                 pic x(02).
       77 ws-fs-arq-disciplinas                    pic x(02).
       77 ws-fs-arq-estatisticas                   pic x(02).

       77 ws-grp-media                             pic s9(03)v99.
       77 ws-nota-numerica                         pic s9(03)v99.

      *> turma do aluno na data da prova do resultado corrente
       77 ws-res-turma                             pic x(10).

      *> notas do grupo aluno/disciplina corrente separadas pela turma na
      *> data da prova: o aluno que trocou de turma no meio da disciplina
      *> (e até voltou para a primeira) conta uma vez em cada turma, e só
      *> depois de lido o grupo inteiro
       77 ws-qtd-gtu                               pic 9(03) value 0.
       77 ws-max-gtu                               pic 9(03) value 10.
       77 ws-ind-gtu                               pic 9(03).
       77 ws-gtu-achou                             pic x(01).
           88 ws-gtu-encontrada                    value "S".
           88 ws-gtu-nao-encontrada                value "N".
       01 ws-tab-grupo-turmas.
           05 ws-gtu-entrada occurs 10 times.
               10 ws-gtu-turma                     pic x(10).
               10 ws-gtu-qtd-notas                 pic 9(03).
               10 ws-gtu-soma-notas                pic s9(05)v99.

      *> "S" quando arq-transferencias existe (P07SISC20 já registrou
      *> alguma troca de turma); sem ele vale a turma atual do aluno
       77 ws-tem-transferencias                    pic x(01) value "N".
           88 ws-com-transferencias                value "S".

      *> cache do último aluno lido: turma atual e trocas de turma em
      *> ordem de data efetiva (AAAAMMDD); a turma na data da prova é a
      *> turma anterior da primeira troca que vale depois dela
       77 ws-cache-matricula                       pic x(08) value spaces.
       77 ws-cache-turma-atual                     pic x(10).
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

      *> tabela de acumulação por turma/disciplina: a média de cada aluno na
      *> disciplina alimenta a estatística da turma (acima/abaixo de 6,00 e
      *> distribuição contam ALUNOS pela média, não provas isoladas)
                display "P11SISC20 - Erro ao abrir arq. arq-alunos: " ws-fs-arq-alunos
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
                     display "P11SISC20 - Erro ao abrir arq. arq-transferencias: " ws-fs-arq-transferencias
                     stop run
                end-if
           end-if
           open input arq-disciplinas
           if   ws-fs-arq-disciplinas <> "00"
           and  ws-fs-arq-disciplinas <> "05" then

      *>------------------------------------------------------------------------
      *>  Processamento principal - varre arq-resultados agrupando por
      *>  aluno/disciplina, separando as notas pela turma na data da prova;
      *>  ao fechar cada grupo, a média do aluno em cada turma alimenta a
      *>  estatística da turma/disciplina; no fim imprime os blocos e o
      *>  resumo
      *>------------------------------------------------------------------------
       2000-processamento section.
           perform until ws-fim-do-arquivo
                perform 2150-buscar-turma-resultado
                evaluate true
                    when ws-eh-primeiro-registro
                         perform 2200-iniciar-grupo
                    when other
                         continue
                end-evaluate
                perform 2250-acumular-nota-turma
                perform 2100-ler-proximo-registro
           end-perform
           if   not ws-eh-primeiro-registro then
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para descobrir a turma do aluno na data da prova do
      *>  resultado corrente, com cache do último aluno lido no mestre
      *>------------------------------------------------------------------------
       2150-buscar-turma-resultado section.
           if   fl-user-id <> ws-cache-matricula then
                move fl-user-id                     to ws-cache-matricula
                move 0                              to ws-qtd-trf
                move fl-user-id                     to fl-matricula
                read arq-alunos
                if   ws-fs-arq-alunos = "00" then
                     move fl-turma                  to ws-cache-turma-atual
                     unlock arq-alunos              *> liberando o lock (leitura de apoio, somente consulta)
                     perform 2155-carregar-transferencias
                else
                     *> resultado sem aluno no mestre: apurado em turma própria para
                     *> o problema aparecer no relatório em vez de sumir da conta
                     move "*SEM CAD*"               to ws-cache-turma-atual
                end-if
           end-if
      *> a turma na data da prova é a turma anterior da primeira troca que
      *> vale depois dela; sem troca depois da prova (ou com data de prova
      *> inválida) fica a turma atual
           move ws-cache-turma-atual                to ws-res-turma
           string fl-data-prova (7:4)
                  fl-data-prova (4:2)
                  fl-data-prova (1:2)
                  delimited by size into ws-prova-aaaammdd
           if   ws-prova-aaaammdd numeric then
                set ws-trf-nao-encontrada           to true
                perform varying ws-ind-trf from 1 by 1 until ws-ind-trf > ws-qtd-trf
                                                   or ws-trf-encontrada
                     if   ws-trf-data-chave (ws-ind-trf) > ws-prova-aaaammdd then
                          move ws-trf-turma-anterior (ws-ind-trf) to ws-res-turma
                          set ws-trf-encontrada     to true
                     end-if
                end-perform
           end-if
           .
       2150-buscar-turma-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para carregar em cache as trocas de turma do aluno lido em
      *>  arq-alunos (a chave do histórico traz a data efetiva depois da
      *>  matrícula, então elas já vêm em ordem cronológica)
      *>------------------------------------------------------------------------
       2155-carregar-transferencias section.
           if   ws-com-transferencias then
                move fl-matricula                   to fl-trf-matricula
                move low-values                     to fl-trf-data-chave
                start arq-transferencias key is not less than fl-trf-chave
                if   ws-fs-arq-transferencias = "00" then
                     perform until ws-fs-arq-transferencias <> "00"
                                or fl-trf-matricula <> fl-matricula
                          read arq-transferencias next
                          if   ws-fs-arq-transferencias = "00" then
                               unlock arq-transferencias *> liberando o lock (leitura de apoio, somente consulta)
                               if   fl-trf-matricula = fl-matricula then
                                    if   ws-qtd-trf >= ws-max-trf then
                                         display "P11SISC20 - Aviso: mais de " ws-max-trf
                                                 " transferencias do aluno " fl-matricula
                                                 " - vale a turma atual nas provas seguintes"
                                    else
                                         add 1                    to ws-qtd-trf
                                         move fl-trf-data-chave   to ws-trf-data-chave (ws-qtd-trf)
                                         move fl-trf-turma-anterior to ws-trf-turma-anterior (ws-qtd-trf)
                                    end-if
                               end-if
                          else
                               if   ws-fs-arq-transferencias <> "10" then *> file status 10: fim do arquivo
                                    display "P11SISC20 - Erro ao ler arq-transferencias: " ws-fs-arq-transferencias
                                    stop run
                               end-if
                          end-if
                     end-perform
                else
                     if   ws-fs-arq-transferencias <> "23" then *> file status 23: nenhuma troca deste aluno em diante
                          display "P11SISC20 - Erro ao ler arq-transferencias: " ws-fs-arq-transferencias
                          stop run
                     end-if
                end-if
           end-if
           .
       2155-carregar-transferencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para iniciar um novo grupo aluno/disciplina
      *>------------------------------------------------------------------------
       2200-iniciar-grupo section.
           move "N"                                  to ws-primeiro-registro
           move fl-user-id                          to ws-grp-user-id
           move fl-id-disciplina                    to ws-grp-id-disciplina
           move 0                                    to ws-qtd-gtu
           .
       2200-iniciar-grupo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para somar a nota corrente na linha da turma em que o aluno
      *>  estava na data da prova, criando a linha quando ela ainda não
      *>  existe no grupo
      *>------------------------------------------------------------------------
       2250-acumular-nota-turma section.
           set ws-gtu-nao-encontrada                to true
           perform varying ws-ind-gtu from 1 by 1 until ws-ind-gtu > ws-qtd-gtu
                                                  or ws-gtu-encontrada
                if   ws-gtu-turma (ws-ind-gtu) = ws-res-turma then
                     set ws-gtu-encontrada          to true
                     *> compensando o incremento final do perform varying
                     subtract 1                     from ws-ind-gtu
                end-if
           end-perform
           if   ws-gtu-nao-encontrada then
                if   ws-qtd-gtu >= ws-max-gtu then
      *> tabela cheia: avisando em vez de estourar o índice
                     display "P11SISC20 - Aviso: mais de " ws-max-gtu
                             " turmas do aluno " ws-grp-user-id
                             " na disc. " ws-grp-id-disciplina
                             " - turma " ws-res-turma " fora da estatistica"
                else
                     add 1                          to ws-qtd-gtu
                     move ws-qtd-gtu                to ws-ind-gtu
                     move ws-res-turma              to ws-gtu-turma (ws-ind-gtu)
                     move 0                         to ws-gtu-qtd-notas (ws-ind-gtu)
                     move 0                         to ws-gtu-soma-notas (ws-ind-gtu)
                     set ws-gtu-encontrada          to true
                end-if
           end-if
           if   ws-gtu-encontrada then
                add 1                               to ws-gtu-qtd-notas (ws-ind-gtu)
                *> fl-nota é editada (-99,99): convertendo antes de somar
                move fl-nota                        to ws-nota-numerica
                add ws-nota-numerica                to ws-gtu-soma-notas (ws-ind-gtu)
           end-if
           .
       2250-acumular-nota-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para fechar um grupo aluno/disciplina, já lido por inteiro:
      *>  uma média do aluno para cada turma em que ele fez provas
      *>------------------------------------------------------------------------
       2300-fechar-grupo section.
           perform varying ws-ind-gtu from 1 by 1 until ws-ind-gtu > ws-qtd-gtu
                move ws-gtu-turma (ws-ind-gtu)      to ws-grp-turma
                move ws-gtu-qtd-notas (ws-ind-gtu)  to ws-grp-qtd-notas
                move ws-gtu-soma-notas (ws-ind-gtu) to ws-grp-soma-notas
                perform 2305-fechar-grupo-turma
           end-perform
           .
       2300-fechar-grupo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para fechar a parte de uma turma do grupo: calcula a média
      *>  do aluno e acumula na linha turma/disciplina da tabela
      *>------------------------------------------------------------------------
       2305-fechar-grupo-turma section.
           if   ws-grp-qtd-notas = 0 then
                continue
           else
                end-if
           end-if
           .
       2305-fechar-grupo-turma-exit.
           exit.

      *>------------------------------------------------------------------------
       3000-finaliza section.
           close arq-resultados
           close arq-alunos
           if   ws-com-transferencias then
                close arq-transferencias
           end-if
           close arq-disciplinas
           close arq-estatisticas
           stop run
