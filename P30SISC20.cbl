           record key is fl-cod-turma
           file status is ws-fs-arq-turmas.

           select arq-transferencias assign to "arq-transferencias.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-trf-chave
           file status is ws-fs-arq-transferencias.

           select arq-historico assign to "arq-historico.dat"
           organization is indexed
           access mode is dynamic
           05 fl-periodo-turma                     pic 9(02).
           05 fl-professor-turma                   pic x(40).

      *> histórico de transferências de turma (gravado por P07SISC20): o
      *> período de um resultado é o da turma em que o aluno estava na
      *> data da prova, não o da turma atual
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

      *> arquivo histórico de resultados dos períodos já fechados: mesmo
      *> registro do arquivo vivo com o ano/período da turma do aluno na
      *> frente da chave; a consulta CF de P06SISC20 alcança este arquivo
       77 ws-fs-arq-resultados                     pic x(02).
       77 ws-fs-arq-alunos                         pic x(02).
       77 ws-fs-arq-turmas                         pic x(02).
       77 ws-fs-arq-transferencias                 pic x(02).
       77 ws-fs-arq-historico                      pic x(02).
       77 ws-fs-arq-resumo                         pic x(02).
       77 ws-fs-arq-restart                        pic x(02).
       77 ws-cache-carregado                       pic x(01).
           88 ws-cache-vazio                       value "N".

      *> "S" quando arq-transferencias existe (P07SISC20 já registrou
      *> alguma troca de turma); sem ele vale a turma atual do aluno
       77 ws-tem-transferencias                    pic x(01) value "N".
           88 ws-com-transferencias                value "S".

      *> trocas de turma do aluno em cache, em ordem de data efetiva
      *> (AAAAMMDD): a turma na data da prova é a turma anterior da
      *> primeira troca que vale depois dela; sem troca depois da prova,
      *> é a turma atual
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

      *> "S" quando o registro corrente pertence ao período recolhido
       77 ws-registro-do-periodo                   pic x(01).
           88 ws-mover-registro                    value "S".
                display "P30SISC20 - Erro ao abrir arq. arq-turmas: " ws-fs-arq-turmas
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
                     display "P30SISC20 - Erro ao abrir arq. arq-transferencias: " ws-fs-arq-transferencias
                     stop run
                end-if
           end-if
           open i-o arq-historico
           if   ws-fs-arq-historico <> "00"
           and  ws-fs-arq-historico <> "05" then

      *>------------------------------------------------------------------------
      *>  Seção para descobrir o ano/período do registro corrente (aluno ->
      *>  turma na data da prova -> arq-turmas) e decidir se ele é do
      *>  período recolhido;
      *>  resultado órfão ou de turma fora do mestre fica no arquivo vivo
      *>  (a conferência de P20SISC20 é quem aponta esses casos)
      *>------------------------------------------------------------------------
           set ws-manter-registro                   to true
           perform 2110-buscar-turma-aluno
           if   ws-cache-aluno-ok = "S" then
                perform 2130-turma-na-data-prova
                perform 2120-buscar-periodo-turma
                if   ws-cache-turma-ok = "S"
                and  ws-cache-ano = ws-corte-ano
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para buscar a turma atual e as trocas de turma do aluno do
      *>  registro corrente, com cache da última matricula consultada
      *>------------------------------------------------------------------------
       2110-buscar-turma-aluno section.
           if   ws-cache-vazio
                    when ws-fs-arq-alunos = "00"
                         unlock arq-alunos          *> liberando o lock (leitura de apoio, somente consulta)
                         move "S"                   to ws-cache-aluno-ok
                         move fl-turma              to ws-cache-turma-atual
                         perform 2115-carregar-transferencias
                    when ws-fs-arq-alunos = "23"    *> file status 23: resultado órfão, sem aluno no mestre
                         move "N"                   to ws-cache-aluno-ok
                         move spaces                to ws-cache-turma-atual
                         move 0                     to ws-qtd-trf
                    when other
                         display "P30SISC20 - Erro ao ler arq-alunos: " ws-fs-arq-alunos
                         stop run
       2110-buscar-turma-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para carregar em cache as trocas de turma do aluno lido em
      *>  arq-alunos (a chave do histórico traz a data efetiva depois da
      *>  matrícula, então elas já vêm em ordem cronológica)
      *>------------------------------------------------------------------------
       2115-carregar-transferencias section.
           move 0                                   to ws-qtd-trf
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
                                         display "P30SISC20 - Aviso: mais de " ws-max-trf
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
                                    display "P30SISC20 - Erro ao ler arq-transferencias: " ws-fs-arq-transferencias
                                    stop run
                               end-if
                          end-if
                     end-perform
                else
                     if   ws-fs-arq-transferencias <> "23" then *> file status 23: nenhuma troca deste aluno em diante
                          display "P30SISC20 - Erro ao ler arq-transferencias: " ws-fs-arq-transferencias
                          stop run
                     end-if
                end-if
           end-if
           .
       2115-carregar-transferencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para descobrir a turma do aluno na data da prova do
      *>  registro corrente: a turma anterior da primeira troca que vale
      *>  depois da prova ou, sem troca depois dela, a turma atual. Data de
      *>  prova inválida fica com a turma atual, como antes das trocas
      *>------------------------------------------------------------------------
       2130-turma-na-data-prova section.
           move ws-cache-turma-atual                to ws-cache-turma
           string fl-data-prova (7:4)
                  fl-data-prova (4:2)
                  fl-data-prova (1:2)
                  delimited by size into ws-prova-aaaammdd
           if   ws-prova-aaaammdd numeric then
                set ws-trf-nao-encontrada           to true
                perform varying ws-ind-trf from 1 by 1 until ws-ind-trf > ws-qtd-trf
                                                   or ws-trf-encontrada
                     if   ws-trf-data-chave (ws-ind-trf) > ws-prova-aaaammdd then
                          move ws-trf-turma-anterior (ws-ind-trf) to ws-cache-turma
                          set ws-trf-encontrada     to true
                     end-if
                end-perform
           end-if
           .
       2130-turma-na-data-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para buscar o ano/período da turma do aluno corrente em
      *>  arq-turmas, com cache do último código consultado
           close arq-resultados
           close arq-alunos
           close arq-turmas
           if   ws-com-transferencias then
                close arq-transferencias
           end-if
           close arq-historico
           close arq-resumo
           close arq-restart
