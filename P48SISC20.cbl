      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P48SISC20".
       author. "Julia Krüger".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>----Variaveis de trabalho
       working-storage section.

      *> variáveis que vem da tela
       01 f-tela_calendario is external-form.
           05 f-calendario.
               10 f-cal-ano                        pic 9(04)  identified by "f-cal-ano".
               10 f-cal-periodo                    pic 9(02)  identified by "f-cal-periodo".
               10 f-cal-lanc-inicio                pic x(10)  identified by "f-cal-lanc-inicio".
               10 f-cal-lanc-fim                   pic x(10)  identified by "f-cal-lanc-fim".
               10 f-cal-data-fechamento            pic x(10)  identified by "f-cal-data-fechamento".
               10 f-cal-rec-inicio                 pic x(10)  identified by "f-cal-rec-inicio".
               10 f-cal-rec-fim                    pic x(10)  identified by "f-cal-rec-fim".
               10 f-cal-reaberto-ate               pic x(10)  identified by "f-cal-reaberto-ate".
           05 f-op-salvar                          pic x(02)  identified by "f-op-salvar".
           05 f-op-deletar                         pic x(02)  identified by "f-op-deletar".
           05 f-op-consultar                       pic x(02)  identified by "f-op-consultar".
           05 f-op-reabrir                         pic x(02)  identified by "f-op-reabrir".
           05 f-confirmar                          pic x(06)  identified by "f-hd-confirma".
           05 f-msn                                pic x(50)  identified by "f-hd-msn".
           05 f-cf-operacao                        pic x(02)  identified by "f-hd-operacao".
           05 f-msn-erro                           pic x(50)  identified by "f-hd-msn-erro".
      *> chave devolvida por uma página anterior de "ver todos", para pedir
      *> a próxima página em vez de sempre recomeçar do início
           05 f-chave-continuacao                  pic x(06)  identified by "f-chave-continuacao".

       01 f-tela_calendario2 is external-form identified by "tela_calendario2.html".
           05 f-calendario2.
               10 f-cal-ano2                       pic 9(04)  identified by "f-cal-ano".
               10 f-cal-periodo2                   pic 9(02)  identified by "f-cal-periodo".
               10 f-cal-lanc-inicio2               pic x(10)  identified by "f-cal-lanc-inicio".
               10 f-cal-lanc-fim2                  pic x(10)  identified by "f-cal-lanc-fim".
               10 f-cal-data-fechamento2           pic x(10)  identified by "f-cal-data-fechamento".
               10 f-cal-rec-inicio2                pic x(10)  identified by "f-cal-rec-inicio".
               10 f-cal-rec-fim2                   pic x(10)  identified by "f-cal-rec-fim".
               10 f-cal-reaberto-ate2              pic x(10)  identified by "f-cal-reaberto-ate".
               10 f-cal-reaberto-por2              pic x(08)  identified by "f-cal-reaberto-por".
           05 f-op-salvar2                         pic x(02)  identified by "f-op-salvar".
           05 f-op-deletar2                        pic x(02)  identified by "f-op-deletar".
           05 f-op-consultar2                      pic x(02)  identified by "f-op-consultar".
           05 f-op-reabrir2                        pic x(02)  identified by "f-op-reabrir".
           05 f-confirmar2                         pic x(06)  identified by "f-hd-confirma".
           05 f-msn2                               pic x(50)  identified by "f-hd-msn".
           05 f-cf-operacao2                       pic x(02)  identified by "f-hd-operacao".
           05 f-msn-erro2                          pic x(50)  identified by "f-hd-msn-erro".
           05 f-qtd-lista2                         pic 9(03)  identified by "f-qtd-lista".
           05 f-lst-calendario2 occurs 200 times identified by "f-lst-calendario".
               10 f-lst-cal-ano2                   pic 9(04)  identified by "f-lst-cal-ano".
               10 f-lst-cal-periodo2               pic 9(02)  identified by "f-lst-cal-periodo".
               10 f-lst-cal-lanc-inicio2           pic x(10)  identified by "f-lst-cal-lanc-inicio".
               10 f-lst-cal-lanc-fim2              pic x(10)  identified by "f-lst-cal-lanc-fim".
               10 f-lst-cal-data-fechamento2       pic x(10)  identified by "f-lst-cal-data-fechamento".
               10 f-lst-cal-rec-inicio2            pic x(10)  identified by "f-lst-cal-rec-inicio".
               10 f-lst-cal-rec-fim2               pic x(10)  identified by "f-lst-cal-rec-fim".
               10 f-lst-cal-reaberto-ate2          pic x(10)  identified by "f-lst-cal-reaberto-ate".
      *> chave da última linha desta página, para o cliente reenviar em
      *> f-chave-continuacao ao pedir a próxima página
           05 f-chave-continuacao2                 pic x(06)  identified by "f-chave-continuacao".
      *> "S"/"N": se há mais registros além desta página
           05 f-tem-mais2                          pic x(01)  identified by "f-tem-mais".
      *> "S"/"N": se o perfil do operador permite salvar/deletar/reabrir,
      *> para a tela desabilitar os botões que o perfil não alcança
           05 f-pode-salvar2                       pic x(01)  identified by "f-pode-salvar".
           05 f-pode-deletar2                      pic x(01)  identified by "f-pode-deletar".
           05 f-pode-reabrir2                      pic x(01)  identified by "f-pode-reabrir".

      *> variáveis de trabalho
       01 ws-controle.
           05 ws-operacao                          pic x(02).
           05 ws-confirmacao                       pic x(01).
               88 ws-confirmar                     value "?".
               88 ws-confirmado                    value "S".
               88 ws-nao-confirmado                value "N".
           05 ws-msn                               pic x(50).
           05 ws-retorno.
               10 ws-msn-erro-pmg                  pic x(09). *> id do pmg
               10 ws-msn-erro-offset               pic 9(03). *> local do erro
               10 ws-return-code                   pic 9(02). *> status do pmg
               10 ws-msn-erro-cod                  pic x(02). *> file status
               10 ws-msn-erro-text                 pic x(50). *> mensagem de erro
      *> perfil efetivo do operador logado (C/L/A), devolvido por P47SISC20
           05 ws-perfil                            pic x(01).

       01 ws-gp-calendario.
           05 ws-calendario.
               10 ws-cal-chave.
                   15 ws-cal-ano                   pic 9(04).
                   15 ws-cal-periodo               pic 9(02).
               10 ws-cal-lanc-inicio               pic x(10).
               10 ws-cal-lanc-fim                  pic x(10).
               10 ws-cal-data-fechamento           pic x(10).
               10 ws-cal-rec-inicio                pic x(10).
               10 ws-cal-rec-fim                   pic x(10).
               10 ws-cal-reaberto-ate              pic x(10).
               10 ws-cal-reaberto-por              pic x(08).
           05 ws-qtd-lista                         pic 9(03).
           05 ws-tem-mais                          pic x(01).
           05 ws-chave-continuacao                 pic x(06).
           05 ws-tab-calendario occurs 200 times indexed by ws-idx.
               10 ws-lst-ano                       pic 9(04).
               10 ws-lst-periodo                   pic 9(02).
               10 ws-lst-lanc-inicio               pic x(10).
               10 ws-lst-lanc-fim                  pic x(10).
               10 ws-lst-data-fechamento           pic x(10).
               10 ws-lst-rec-inicio                pic x(10).
               10 ws-lst-rec-fim                   pic x(10).
               10 ws-lst-reaberto-ate              pic x(10).

       77 ws-ind                                   pic 9(03).

      *>----Variaveis para comunicação entre programas
       linkage section.

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
           next sentence
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal
      *>------------------------------------------------------------------------
       2000-processamento section.

           accept f-tela_calendario                *> aceitando a tela

           if   f-confirmar = "true" then          *> se o usuário confirmou a ação
                move "S"                           to ws-confirmacao
                move f-cf-operacao                 to ws-operacao
           else                                    *> senão
                move "N"                           to ws-confirmacao
           end-if

      *> movendo dados da tela para as variáveis da working storage
           move f-cal-ano                           to ws-cal-ano
           move f-cal-periodo                       to ws-cal-periodo
           move f-cal-lanc-inicio                   to ws-cal-lanc-inicio
           move f-cal-lanc-fim                      to ws-cal-lanc-fim
           move f-cal-data-fechamento               to ws-cal-data-fechamento
           move f-cal-rec-inicio                    to ws-cal-rec-inicio
           move f-cal-rec-fim                       to ws-cal-rec-fim
           move f-cal-reaberto-ate                  to ws-cal-reaberto-ate
      *> movendo a chave de continuação devolvida pela página anterior (se
      *> houver) para pedir a próxima página de CT em vez de recomeçar
           move f-chave-continuacao                 to ws-chave-continuacao

           if   f-op-salvar = "SA" then             *> operação salvar
                move "SA"                           to ws-operacao
           end-if
           if   f-op-deletar = "DE" then            *> operação deletar
                move "DE"                           to ws-operacao
           end-if
           if   f-op-reabrir = "RA" then            *> operação reabrir o lançamento do período
                move "RA"                           to ws-operacao
           end-if
           if   f-op-consultar = "CO" then          *> operação consultar
               if f-cal-ano = 0 then                *> se os campos da tela estiverem vazios, consultar todos
                   move "CT"                        to ws-operacao
               else                                 *> senão, consultar um
                   move "C1"                        to ws-operacao
               end-if
           end-if

      *> chamando o programa P47SISC20
           call "P47SISC20" using ws-controle, ws-gp-calendario

      *> movendo a confirmação (S/N/?) para a variável de tela
           move ws-confirmacao                     to f-confirmar2
      *> movendo a operação a ser feita (SA/DE/RA/CT/C1) para a variável de tela
           move ws-msn(1:2)                        to f-cf-operacao2
      *> movendo a mensagem de pergunta para a variável de tela
           move ws-msn(4:46)                       to f-msn2
      *> movendo a mensagem de erro/sucesso para a variável de tela
           move ws-msn-erro-text                   to f-msn-erro2
      *> movendo o item de grupo calendário carregado com dados do arquivo para o item de grupo da tela
           move ws-cal-ano                         to f-cal-ano2
           move ws-cal-periodo                     to f-cal-periodo2
           move ws-cal-lanc-inicio                 to f-cal-lanc-inicio2
           move ws-cal-lanc-fim                    to f-cal-lanc-fim2
           move ws-cal-data-fechamento             to f-cal-data-fechamento2
           move ws-cal-rec-inicio                  to f-cal-rec-inicio2
           move ws-cal-rec-fim                     to f-cal-rec-fim2
           move ws-cal-reaberto-ate                to f-cal-reaberto-ate2
           move ws-cal-reaberto-por                to f-cal-reaberto-por2
      *> movendo a tabela de períodos (consulta de todos os registros) para a tela
           move ws-qtd-lista                       to f-qtd-lista2
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-lista
                move ws-lst-ano (ws-ind)              to f-lst-cal-ano2 (ws-ind)
                move ws-lst-periodo (ws-ind)          to f-lst-cal-periodo2 (ws-ind)
                move ws-lst-lanc-inicio (ws-ind)      to f-lst-cal-lanc-inicio2 (ws-ind)
                move ws-lst-lanc-fim (ws-ind)         to f-lst-cal-lanc-fim2 (ws-ind)
                move ws-lst-data-fechamento (ws-ind)  to f-lst-cal-data-fechamento2 (ws-ind)
                move ws-lst-rec-inicio (ws-ind)       to f-lst-cal-rec-inicio2 (ws-ind)
                move ws-lst-rec-fim (ws-ind)          to f-lst-cal-rec-fim2 (ws-ind)
                move ws-lst-reaberto-ate (ws-ind)     to f-lst-cal-reaberto-ate2 (ws-ind)
           end-perform
      *> devolvendo a chave de continuação e a indicação de "tem mais" para
      *> que o cliente possa pedir a próxima página de CT
           move ws-chave-continuacao               to f-chave-continuacao2
           move ws-tem-mais                        to f-tem-mais2
      *> habilitação das operações conforme o perfil do operador (o
      *> calendário e a reabertura pedem o perfil de administração)
           if   ws-perfil = "A" then
                move "S"                           to f-pode-salvar2
                move "S"                           to f-pode-deletar2
                move "S"                           to f-pode-reabrir2
           else
                move "N"                           to f-pode-salvar2
                move "N"                           to f-pode-deletar2
                move "N"                           to f-pode-reabrir2
           end-if
      *> mostrando a tela 2 com a mensagem/os dados do arquivo
           display f-tela_calendario2              *> mostrando a segunda tela

           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.
           stop run
           .
       3000-finaliza-exit.
           exit.
