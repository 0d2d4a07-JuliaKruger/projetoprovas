               10 f-mat-matricula                  pic x(08)  identified by "f-mat-matricula".
               10 f-mat-disciplina                 pic 9(03)  identified by "f-mat-disciplina".
               10 f-mat-data                       pic x(10)  identified by "f-mat-data".
      *> justificativa da administração para liberar pré-requisito pendente
           05 f-mat-justificativa                  pic x(60)  identified by "f-mat-justificativa".
           05 f-op-salvar                          pic x(02)  identified by "f-op-salvar".
           05 f-op-deletar                         pic x(02)  identified by "f-op-deletar".
           05 f-op-consultar                       pic x(02)  identified by "f-op-consultar".
           05 f-chave-continuacao2                 pic x(11)  identified by "f-chave-continuacao".
      *> "S"/"N": se há mais registros além desta página
           05 f-tem-mais2                          pic x(01)  identified by "f-tem-mais".
      *> "S"/"N": se o perfil do operador pode liberar uma matrícula com
      *> pré-requisito pendente, para a tela mostrar o campo de justificativa
           05 f-pode-liberar2                      pic x(01)  identified by "f-pode-liberar".

      *> variáveis de trabalho
       01 ws-controle.
               10 ws-return-code                   pic 9(02). *> status do pmg
               10 ws-msn-erro-cod                  pic x(02). *> file status
               10 ws-msn-erro-text                 pic x(50). *> mensagem de erro
      *> perfil efetivo do operador logado (C/L/A), devolvido por P24SISC20
           05 ws-perfil                            pic x(01).

       01 ws-gp-matricula.
           05 ws-matricula-disc.
                   15 ws-mat-matricula             pic x(08).
                   15 ws-mat-id-disciplina         pic 9(03).
               10 ws-mat-data-matricula            pic x(10).
           05 ws-mat-justificativa                 pic x(60).
           05 ws-qtd-lista                         pic 9(03).
           05 ws-tem-mais                          pic x(01).
           05 ws-chave-continuacao                 pic x(11).
           move f-mat-matricula                     to ws-mat-matricula
           move f-mat-disciplina                    to ws-mat-id-disciplina
           move f-mat-data                          to ws-mat-data-matricula
           move f-mat-justificativa                 to ws-mat-justificativa
      *> movendo a chave de continuação devolvida pela página anterior (se
      *> houver) para pedir a próxima página de CT/CN em vez de recomeçar
           move f-chave-continuacao                 to ws-chave-continuacao
      *> que o cliente possa pedir a próxima página de CT/CN
           move ws-chave-continuacao               to f-chave-continuacao2
           move ws-tem-mais                        to f-tem-mais2
      *> só a administração libera matrícula com pré-requisito pendente
           if   ws-perfil = "A" then
                move "S"                           to f-pode-liberar2
           else
                move "N"                           to f-pode-liberar2
           end-if
      *> mostrando a tela 2 com a mensagem/os dados do arquivo
           display f-tela_matriculas2              *> mostrando a segunda tela

