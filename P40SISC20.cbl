      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P40SISC20".
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
       01 f-tela_revisoes is external-form.
           05 f-revisao.
               10 f-id-resultado                   pic 9(02)  identified by "f-id-resultado".
               10 f-user-id                        pic x(08)  identified by "f-user-id".
               10 f-id-disciplina                  pic 9(03)  identified by "f-id-disciplina".
               10 f-sequencia                      pic 9(02)  identified by "f-sequencia".
               10 f-motivo                         pic x(60)  identified by "f-motivo".
               10 f-aberta-por                     pic x(08)  identified by "f-aberta-por".
               10 f-data-abertura                  pic x(10)  identified by "f-data-abertura".
               10 f-status                         pic x(01)  identified by "f-status".
               10 f-nota-original                  pic -99,99 identified by "f-nota-original".
               10 f-nota-revisada                  pic -99,99 identified by "f-nota-revisada".
               10 f-decidida-por                   pic x(08)  identified by "f-decidida-por".
               10 f-data-decisao                   pic x(10)  identified by "f-data-decisao".
           05 f-op-abrir                           pic x(02)  identified by "f-op-abrir".
           05 f-op-deferir                         pic x(02)  identified by "f-op-deferir".
           05 f-op-indeferir                       pic x(02)  identified by "f-op-indeferir".
           05 f-op-consultar                       pic x(02)  identified by "f-op-consultar".
           05 f-confirmar                          pic x(06)  identified by "f-hd-confirma".
           05 f-msn                                pic x(50)  identified by "f-hd-msn".
           05 f-cf-operacao                        pic x(02)  identified by "f-hd-operacao".
           05 f-msn-erro                           pic x(50)  identified by "f-hd-msn-erro".
      *> chave devolvida por uma página anterior de "ver todos", para pedir
      *> a próxima página em vez de sempre recomeçar do início
           05 f-chave-continuacao                  pic x(15)  identified by "f-chave-continuacao".

       01 f-tela_revisoes2 is external-form identified by "tela_revisoes2.html".
           05 f-revisao2.
               10 f-id-resultado2                  pic 9(02)  identified by "f-id-resultado".
               10 f-user-id2                       pic x(08)  identified by "f-user-id".
               10 f-id-disciplina2                 pic 9(03)  identified by "f-id-disciplina".
               10 f-sequencia2                     pic 9(02)  identified by "f-sequencia".
               10 f-motivo2                        pic x(60)  identified by "f-motivo".
               10 f-aberta-por2                    pic x(08)  identified by "f-aberta-por".
               10 f-data-abertura2                 pic x(10)  identified by "f-data-abertura".
               10 f-status2                        pic x(01)  identified by "f-status".
               10 f-nota-original2                 pic -99,99 identified by "f-nota-original".
               10 f-nota-revisada2                 pic -99,99 identified by "f-nota-revisada".
               10 f-decidida-por2                  pic x(08)  identified by "f-decidida-por".
               10 f-data-decisao2                  pic x(10)  identified by "f-data-decisao".
           05 f-op-abrir2                          pic x(02)  identified by "f-op-abrir".
           05 f-op-deferir2                        pic x(02)  identified by "f-op-deferir".
           05 f-op-indeferir2                      pic x(02)  identified by "f-op-indeferir".
           05 f-op-consultar2                      pic x(02)  identified by "f-op-consultar".
           05 f-confirmar2                         pic x(06)  identified by "f-hd-confirma".
           05 f-msn2                               pic x(50)  identified by "f-hd-msn".
           05 f-cf-operacao2                       pic x(02)  identified by "f-hd-operacao".
           05 f-msn-erro2                          pic x(50)  identified by "f-hd-msn-erro".
           05 f-qtd-lista2                         pic 9(03)  identified by "f-qtd-lista".
           05 f-lst-revisao2 occurs 200 times      identified by "f-lst-revisao".
               10 f-lst-id-resultado2              pic 9(02)  identified by "f-lst-id-resultado".
               10 f-lst-user-id2                   pic x(08)  identified by "f-lst-user-id".
               10 f-lst-id-disciplina2             pic 9(03)  identified by "f-lst-id-disciplina".
               10 f-lst-sequencia2                 pic 9(02)  identified by "f-lst-sequencia".
               10 f-lst-motivo2                    pic x(60)  identified by "f-lst-motivo".
               10 f-lst-aberta-por2                pic x(08)  identified by "f-lst-aberta-por".
               10 f-lst-data-abertura2             pic x(10)  identified by "f-lst-data-abertura".
               10 f-lst-status2                    pic x(01)  identified by "f-lst-status".
               10 f-lst-nota-original2             pic -99,99 identified by "f-lst-nota-original".
               10 f-lst-nota-revisada2             pic -99,99 identified by "f-lst-nota-revisada".
               10 f-lst-decidida-por2              pic x(08)  identified by "f-lst-decidida-por".
               10 f-lst-data-decisao2              pic x(10)  identified by "f-lst-data-decisao".
      *> chave da última linha desta página, para o cliente reenviar em
      *> f-chave-continuacao ao pedir a próxima página
           05 f-chave-continuacao2                 pic x(15)  identified by "f-chave-continuacao".
      *> "S"/"N": se há mais registros além desta página
           05 f-tem-mais2                          pic x(01)  identified by "f-tem-mais".
      *> "S"/"N": se o perfil do operador permite abrir/decidir pedidos,
      *> para a tela desabilitar os botões que o perfil não alcança
           05 f-pode-abrir2                        pic x(01)  identified by "f-pode-abrir".
           05 f-pode-decidir2                      pic x(01)  identified by "f-pode-decidir".

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
      *> perfil efetivo do operador logado (C/L/A), devolvido por P39SISC20
           05 ws-perfil                            pic x(01).

       01 ws-gp-revisao.
           05 ws-revisao.
               10 ws-rev-id-resultado              pic 9(02).
               10 ws-rev-user-id                   pic x(08).
               10 ws-rev-id-disciplina             pic 9(03).
               10 ws-rev-sequencia                 pic 9(02).
               10 ws-rev-motivo                    pic x(60).
               10 ws-rev-aberta-por                pic x(08).
               10 ws-rev-data-abertura             pic x(10).
               10 ws-rev-status                    pic x(01).
               10 ws-rev-nota-original             pic -99,99.
               10 ws-rev-nota-revisada             pic -99,99.
               10 ws-rev-decidida-por              pic x(08).
               10 ws-rev-data-decisao              pic x(10).
           05 ws-qtd-lista                         pic 9(03).
           05 ws-tem-mais                          pic x(01).
           05 ws-chave-continuacao                 pic x(15).
           05 ws-tab-revisao occurs 200 times indexed by ws-idx.
               10 ws-lst-id-resultado              pic 9(02).
               10 ws-lst-user-id                   pic x(08).
               10 ws-lst-id-disciplina             pic 9(03).
               10 ws-lst-sequencia                 pic 9(02).
               10 ws-lst-motivo                    pic x(60).
               10 ws-lst-aberta-por                pic x(08).
               10 ws-lst-data-abertura             pic x(10).
               10 ws-lst-status                    pic x(01).
               10 ws-lst-nota-original             pic -99,99.
               10 ws-lst-nota-revisada             pic -99,99.
               10 ws-lst-decidida-por              pic x(08).
               10 ws-lst-data-decisao              pic x(10).

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

           accept f-tela_revisoes                  *> aceitando a tela

           if   f-confirmar = "true" then          *> se o usuário confirmou a ação
                move "S"                           to ws-confirmacao
                move f-cf-operacao                 to ws-operacao
           else                                    *> senão
                move "N"                           to ws-confirmacao
           end-if

      *> movendo dados da tela para as variáveis da working storage
           move f-revisao                           to ws-revisao
      *> movendo a chave de continuação devolvida pela página anterior (se
      *> houver) para pedir a próxima página de CT em vez de recomeçar
           move f-chave-continuacao                 to ws-chave-continuacao

           if   f-op-abrir = "AB" then              *> operação abrir pedido de revisão
                move "AB"                           to ws-operacao
           end-if
           if   f-op-deferir = "DF" then            *> operação deferir (revisa a nota)
                move "DF"                           to ws-operacao
           end-if
           if   f-op-indeferir = "IN" then          *> operação indeferir
                move "IN"                           to ws-operacao
           end-if
           if   f-op-consultar = "CO" then          *> operação consultar
               if f-user-id = spaces then           *> se os campos da tela estiverem vazios, consultar todos
                   move "CT"                        to ws-operacao
               else                                 *> senão, consultar um
                   move "C1"                        to ws-operacao
               end-if
           end-if

      *> chamando o programa P39SISC20
           call "P39SISC20" using ws-controle, ws-gp-revisao

      *> movendo a confirmação (S/N/?) para a variável de tela
           move ws-confirmacao                     to f-confirmar2
      *> movendo a operação a ser feita (AB/DF/IN/CT/C1) para a variável de tela
           move ws-msn(1:2)                        to f-cf-operacao2
      *> movendo a mensagem de pergunta para a variável de tela
           move ws-msn(4:46)                       to f-msn2
      *> movendo a mensagem de erro/sucesso para a variável de tela
           move ws-msn-erro-text                   to f-msn-erro2
      *> movendo o item de grupo revisão carregado com dados do arquivo para o item de grupo da tela
           move ws-revisao                          to f-revisao2
      *> movendo a tabela de revisões (consulta de todos os registros) para a tela
           move ws-qtd-lista                       to f-qtd-lista2
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-lista
                move ws-lst-id-resultado (ws-ind)    to f-lst-id-resultado2 (ws-ind)
                move ws-lst-user-id (ws-ind)         to f-lst-user-id2 (ws-ind)
                move ws-lst-id-disciplina (ws-ind)   to f-lst-id-disciplina2 (ws-ind)
                move ws-lst-sequencia (ws-ind)       to f-lst-sequencia2 (ws-ind)
                move ws-lst-motivo (ws-ind)          to f-lst-motivo2 (ws-ind)
                move ws-lst-aberta-por (ws-ind)      to f-lst-aberta-por2 (ws-ind)
                move ws-lst-data-abertura (ws-ind)   to f-lst-data-abertura2 (ws-ind)
                move ws-lst-status (ws-ind)          to f-lst-status2 (ws-ind)
                move ws-lst-nota-original (ws-ind)   to f-lst-nota-original2 (ws-ind)
                move ws-lst-nota-revisada (ws-ind)   to f-lst-nota-revisada2 (ws-ind)
                move ws-lst-decidida-por (ws-ind)    to f-lst-decidida-por2 (ws-ind)
                move ws-lst-data-decisao (ws-ind)    to f-lst-data-decisao2 (ws-ind)
           end-perform
      *> devolvendo a chave de continuação e a indicação de "tem mais" para
      *> que o cliente possa pedir a próxima página de CT
           move ws-chave-continuacao               to f-chave-continuacao2
           move ws-tem-mais                        to f-tem-mais2
      *> habilitação das operações conforme o perfil do operador: abrir
      *> pede lançamento ou administração, decidir só administração
           if   ws-perfil = "L" or ws-perfil = "A" then
                move "S"                           to f-pode-abrir2
           else
                move "N"                           to f-pode-abrir2
           end-if
           if   ws-perfil = "A" then
                move "S"                           to f-pode-decidir2
           else
                move "N"                           to f-pode-decidir2
           end-if
      *> mostrando a tela 2 com a mensagem/os dados do arquivo
           display f-tela_revisoes2                 *> mostrando a segunda tela

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
