      *> operação de situação por turma: usa os campos turma e situação do
      *> formulário para virar a turma inteira de uma vez
           05 f-op-situacao                        pic x(02)  identified by "f-op-situacao".
      *> transferência de turma: usa a matrícula, a turma nova no campo
      *> turma e a data em que a troca vale
           05 f-op-transferir                      pic x(02)  identified by "f-op-transferir".
           05 f-data-transferencia                 pic x(10)  identified by "f-data-transferencia".
           05 f-confirmar                          pic x(06)  identified by "f-hd-confirma".
           05 f-msn                                pic x(50)  identified by "f-hd-msn".
           05 f-cf-operacao                        pic x(02)  identified by "f-hd-operacao".
           05 f-op-deletar2                        pic x(02)  identified by "f-op-deletar".
           05 f-op-consultar2                      pic x(02)  identified by "f-op-consultar".
           05 f-op-situacao2                       pic x(02)  identified by "f-op-situacao".
           05 f-op-transferir2                     pic x(02)  identified by "f-op-transferir".
           05 f-data-transferencia2                pic x(10)  identified by "f-data-transferencia".
           05 f-confirmar2                         pic x(06)  identified by "f-hd-confirma".
           05 f-msn2                               pic x(50)  identified by "f-hd-msn".
           05 f-cf-operacao2                       pic x(02)  identified by "f-hd-operacao".
           05 f-pode-salvar2                       pic x(01)  identified by "f-pode-salvar".
           05 f-pode-deletar2                      pic x(01)  identified by "f-pode-deletar".
           05 f-pode-situacao2                     pic x(01)  identified by "f-pode-situacao".
           05 f-pode-transferir2                   pic x(01)  identified by "f-pode-transferir".

      *> variáveis de trabalho
       01 ws-controle.
               10 ws-lst-nome                      pic x(40).
               10 ws-lst-turma                     pic x(10).
               10 ws-lst-situacao                  pic x(01).
           05 ws-data-transferencia                pic x(10).

       77 ws-ind                                   pic 9(03).

      *> movendo a chave de continuação devolvida pela página anterior (se
      *> houver) para pedir a próxima página de CT em vez de recomeçar
           move f-chave-continuacao                 to ws-chave-continuacao
      *> data efetiva da transferência de turma (só usada por TR)
           move f-data-transferencia                to ws-data-transferencia

           if   f-op-salvar = "SA" then             *> operação salvar
                move "SA"                           to ws-operacao
           if   f-op-situacao = "ST" then           *> operação situação por turma (campos turma e situação)
                move "ST"                           to ws-operacao
           end-if
           if   f-op-transferir = "TR" then         *> operação transferência de turma (campos turma e data)
                move "TR"                           to ws-operacao
           end-if
           if   f-op-consultar = "CO" then          *> operação consultar
               if f-matricula = spaces then         *> se os campos da tela estiverem vazios, consultar todos
                   move "CT"                        to ws-operacao
           move ws-msn-erro-text                   to f-msn-erro2
      *> movendo o item de grupo aluno carregado com dados do arquivo para o item de grupo da tela
           move ws-aluno                            to f-aluno2
      *> devolvendo a data da transferência para a confirmação reenviá-la
           move ws-data-transferencia               to f-data-transferencia2
      *> movendo a tabela de alunos (consulta de todos os registros) para a tela
           move ws-qtd-lista                       to f-qtd-lista2
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-lista
                move "S"                           to f-pode-salvar2
                move "S"                           to f-pode-deletar2
                move "S"                           to f-pode-situacao2
                move "S"                           to f-pode-transferir2
           else
                move "N"                           to f-pode-salvar2
                move "N"                           to f-pode-deletar2
                move "N"                           to f-pode-situacao2
                move "N"                           to f-pode-transferir2
           end-if
      *> mostrando a tela 2 com a mensagem/os dados do arquivo
           display f-tela_alunos2                  *> mostrando a segunda tela
