      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P41SISC20".
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

           select arq-revisoes assign to "arq-revisoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-rev-chave
           file status is ws-fs-arq-revisoes.

      *> relatório legível dos pedidos de revisão ainda abertos, do mais
      *> antigo para o mais novo, para a coordenação cobrar as decisões
           select arq-relatorio assign to "arq-revisoes-abertas.txt"
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
      *> arquivo de pedidos de revisão de prova (mantido por P39SISC20)
       fd arq-revisoes.
       01 fl-revisao.
           05 fl-rev-chave.
               10 fl-rev-chave-resul.
                   15 fl-rev-id-resultado          pic 9(02).
                   15 fl-rev-user-disc.
                       20 fl-rev-user-id           pic x(08).
                       20 fl-rev-id-disciplina     pic 9(03).
               10 fl-rev-sequencia                 pic 9(02).
           05 fl-rev-motivo                        pic x(60).
           05 fl-rev-aberta-por                    pic x(08).
           05 fl-rev-data-abertura                 pic x(10).
           05 fl-rev-status                        pic x(01).
               88 fl-rev-aberta                    value "A".
               88 fl-rev-deferida                  value "D".
               88 fl-rev-indeferida                value "I".
           05 fl-rev-nota-original                 pic -99,99.
           05 fl-rev-nota-revisada                 pic -99,99.
           05 fl-rev-decidida-por                  pic x(08).
           05 fl-rev-data-decisao                  pic x(10).

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
       77 ws-fs-arq-revisoes                       pic x(02).
       77 ws-fs-arq-relatorio                      pic x(02).
       77 ws-fs-arq-runlog                         pic x(02).

       77 ws-fim-arquivo                           pic x(01) value "N".
           88 ws-fim-do-arquivo                    value "S".

      *> "S" quando arq-revisoes existe (P40SISC20 já registrou algum
      *> pedido); sem ele o relatório sai só com o cabeçalho e zeros
       77 ws-tem-revisoes                          pic x(01) value "N".
           88 ws-com-revisoes                      value "S".

      *> data do dia e da abertura convertidas para contagem de dias
      *> corridos (AAAAMMDD -> número do dia)
       77 ws-data-corrente                         pic x(21).
       77 ws-data-hoje                             pic x(10).
       77 ws-hoje-aaaammdd                         pic 9(08).
       77 ws-abertura-aaaammdd                     pic 9(08).
       77 ws-dia-hoje                              pic 9(07).
       77 ws-dia-abertura                          pic 9(07).
       77 ws-idade                                 pic s9(05).

      *> tabela dos pedidos abertos, ordenada no fim pela idade (troca
      *> simples, como a tabela de P11SISC20: a fila de pedidos abertos é
      *> pequena)
       77 ws-qtd-abertas                           pic 9(03) value 0.
       77 ws-max-abertas                           pic 9(03) value 500.
       77 ws-ind                                   pic 9(03).
       77 ws-ind2                                  pic 9(03).
       01 ws-tab-abertas.
           05 ws-abe-entrada occurs 500 times.
               10 ws-abe-idade                     pic 9(05).
               10 ws-abe-chave                     pic x(15).
               10 ws-abe-user-id                   pic x(08).
               10 ws-abe-id-disciplina             pic 9(03).
               10 ws-abe-id-resultado              pic 9(02).
               10 ws-abe-sequencia                 pic 9(02).
               10 ws-abe-aberta-por                pic x(08).
               10 ws-abe-data-abertura             pic x(10).
               10 ws-abe-nota-original             pic -99,99.
               10 ws-abe-motivo                    pic x(40).

      *> área de troca do ordenamento da tabela
       01 ws-abe-troca.
           05 filler                               pic 9(05).
           05 filler                               pic x(15).
           05 filler                               pic x(08).
           05 filler                               pic 9(03).
           05 filler                               pic 9(02).
           05 filler                               pic 9(02).
           05 filler                               pic x(08).
           05 filler                               pic x(10).
           05 filler                               pic -99,99.
           05 filler                               pic x(40).

      *> contagem por faixa de idade (até 7 dias, 8 a 15, 16 a 30, mais
      *> de 30) e totais da varredura
       77 ws-qtd-lidas                             pic 9(07) value 0.
       77 ws-qtd-faixa-1                           pic 9(05) value 0.
       77 ws-qtd-faixa-2                           pic 9(05) value 0.
       77 ws-qtd-faixa-3                           pic 9(05) value 0.
       77 ws-qtd-faixa-4                           pic 9(05) value 0.

       01 ws-linha-cab.
           05 filler                               pic x(44) value "Pedidos de revisao de prova em aberto - em ".
           05 ws-cab-data                          pic x(10).

       01 ws-linha-cab-colunas.
           05 filler                               pic x(06) value "Dias  ".
           05 filler                               pic x(10) value "Abertura  ".
           05 filler                               pic x(09) value "Aluno    ".
           05 filler                               pic x(05) value "Disc ".
           05 filler                               pic x(05) value "Prov ".
           05 filler                               pic x(04) value "Seq ".
           05 filler                               pic x(07) value "Nota   ".
           05 filler                               pic x(09) value "Aberto p.".
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(06) value "Motivo".

       01 ws-linha-detalhe.
           05 ws-det-idade                         pic zzzz9.
           05 filler                               pic x(01) value spaces.
           05 ws-det-data-abertura                 pic x(10).
           05 filler                               pic x(01) value spaces.
           05 ws-det-user-id                       pic x(08).
           05 filler                               pic x(01) value spaces.
           05 ws-det-id-disciplina                 pic 9(03).
           05 filler                               pic x(02) value spaces.
           05 ws-det-id-resultado                  pic 9(02).
           05 filler                               pic x(03) value spaces.
           05 ws-det-sequencia                     pic 9(02).
           05 filler                               pic x(02) value spaces.
           05 ws-det-nota-original                 pic -99,99.
           05 filler                               pic x(01) value spaces.
           05 ws-det-aberta-por                    pic x(08).
           05 filler                               pic x(02) value spaces.
           05 ws-det-motivo                        pic x(40).

       01 ws-linha-contagem.
           05 ws-cont-descricao                    pic x(25).
           05 ws-cont-quantidade                   pic zzzzzz9.

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
      *> o arquivo de revisões só existe depois do primeiro pedido de
      *> P40SISC20: file status 35 (arquivo não existe) não é erro
           open input arq-revisoes
           if   ws-fs-arq-revisoes = "00"
           or   ws-fs-arq-revisoes = "05" then
                set ws-com-revisoes                 to true
           else
                if   ws-fs-arq-revisoes <> "35" then
                     display "P41SISC20 - Erro ao abrir arq. arq-revisoes: " ws-fs-arq-revisoes
                     stop run
                end-if
           end-if
           open output arq-relatorio
           if   ws-fs-arq-relatorio <> "00" then
                display "P41SISC20 - Erro ao abrir arq. arq-revisoes-abertas.txt: " ws-fs-arq-relatorio
                stop run
           end-if
      *> a idade de cada pedido é contada em dias corridos até hoje
           move function current-date               to ws-data-corrente
           string ws-data-corrente (7:2) "/"
                  ws-data-corrente (5:2) "/"
                  ws-data-corrente (1:4)
                  delimited by size into ws-data-hoje
           move ws-data-corrente (1:8)              to ws-hoje-aaaammdd
           compute ws-dia-hoje = function integer-of-date (ws-hoje-aaaammdd)
           if   ws-com-revisoes then
                move low-values                     to fl-rev-chave
                start arq-revisoes key is not less than fl-rev-chave
                if   ws-fs-arq-revisoes <> "00" then
                     if   ws-fs-arq-revisoes = "23" then  *> file status 23: arquivo vazio, nenhum pedido
                          set ws-fim-do-arquivo     to true
                     else
                          display "P41SISC20 - Erro ao ler arq. arq-revisoes: " ws-fs-arq-revisoes
                          stop run
                     end-if
                end-if
           else
                set ws-fim-do-arquivo               to true
           end-if
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - varre arq-revisoes inteiro, guarda os
      *>  pedidos abertos com a idade em dias, ordena do mais antigo para o
      *>  mais novo e imprime o detalhe e a contagem por faixa de idade
      *>------------------------------------------------------------------------
       2000-processamento section.
           perform until ws-fim-do-arquivo
                read arq-revisoes next
                if   ws-fs-arq-revisoes = "10" then  *> file status 10: fim do arquivo
                     set ws-fim-do-arquivo          to true
                else
                     if   ws-fs-arq-revisoes <> "00" then
                          display "P41SISC20 - Erro ao ler arq-revisoes: " ws-fs-arq-revisoes
                          stop run
                     end-if
                     add 1                          to ws-qtd-lidas
                     if   fl-rev-aberta then
                          perform 2100-guardar-aberta
                     end-if
                     *> liberando o lock deste registro logo após conferi-lo;
                     *> a varredura é somente leitura
                     unlock arq-revisoes
                end-if
           end-perform
           perform 2500-ordenar-tabela
           perform 2600-imprimir-relatorio
           display "P41SISC20 - Relatorio concluido: " ws-qtd-lidas
                   " pedidos lidos, " ws-qtd-abertas " em aberto"
           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para guardar o pedido aberto corrente na tabela, com a
      *>  idade em dias desde a abertura (data inválida conta como aberta
      *>  hoje, para o pedido não sumir do relatório)
      *>------------------------------------------------------------------------
       2100-guardar-aberta section.
           if   ws-qtd-abertas >= ws-max-abertas then
      *> tabela cheia: avisando em vez de estourar o índice
                display "P41SISC20 - Aviso: mais de " ws-max-abertas
                        " pedidos em aberto - pedido " fl-rev-chave
                        " fora do relatorio"
           else
                move 0                              to ws-idade
                if   fl-rev-data-abertura (1:2) numeric
                and  fl-rev-data-abertura (4:2) numeric
                and  fl-rev-data-abertura (7:4) numeric then
                     string fl-rev-data-abertura (7:4)
                            fl-rev-data-abertura (4:2)
                            fl-rev-data-abertura (1:2)
                            delimited by size into ws-abertura-aaaammdd
                     compute ws-dia-abertura = function integer-of-date (ws-abertura-aaaammdd)
                     if   ws-dia-abertura > 0
                     and  ws-dia-abertura <= ws-dia-hoje then
                          compute ws-idade = ws-dia-hoje - ws-dia-abertura
                     end-if
                end-if
                add 1                               to ws-qtd-abertas
                move ws-qtd-abertas                 to ws-ind
                move ws-idade                       to ws-abe-idade (ws-ind)
                move fl-rev-chave                   to ws-abe-chave (ws-ind)
                move fl-rev-user-id                 to ws-abe-user-id (ws-ind)
                move fl-rev-id-disciplina           to ws-abe-id-disciplina (ws-ind)
                move fl-rev-id-resultado            to ws-abe-id-resultado (ws-ind)
                move fl-rev-sequencia               to ws-abe-sequencia (ws-ind)
                move fl-rev-aberta-por              to ws-abe-aberta-por (ws-ind)
                move fl-rev-data-abertura           to ws-abe-data-abertura (ws-ind)
                move fl-rev-nota-original           to ws-abe-nota-original (ws-ind)
                move fl-rev-motivo                  to ws-abe-motivo (ws-ind)
                evaluate true
                    when ws-idade <= 7
                         add 1                      to ws-qtd-faixa-1
                    when ws-idade <= 15
                         add 1                      to ws-qtd-faixa-2
                    when ws-idade <= 30
                         add 1                      to ws-qtd-faixa-3
                    when other
                         add 1                      to ws-qtd-faixa-4
                end-evaluate
           end-if
           .
       2100-guardar-aberta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para ordenar a tabela pela idade, do mais antigo para o mais
      *>  novo (troca simples, como em P11SISC20)
      *>------------------------------------------------------------------------
       2500-ordenar-tabela section.
           perform varying ws-ind from 1 by 1 until ws-ind >= ws-qtd-abertas
                perform varying ws-ind2 from 1 by 1
                        until ws-ind2 > ws-qtd-abertas - ws-ind
                     if   ws-abe-idade (ws-ind2)
                        < ws-abe-idade (ws-ind2 + 1) then
                          move ws-abe-entrada (ws-ind2)     to ws-abe-troca
                          move ws-abe-entrada (ws-ind2 + 1) to ws-abe-entrada (ws-ind2)
                          move ws-abe-troca                 to ws-abe-entrada (ws-ind2 + 1)
                     end-if
                end-perform
           end-perform
           .
       2500-ordenar-tabela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para imprimir o cabeçalho, o detalhe dos pedidos abertos e a
      *>  contagem por faixa de idade
      *>------------------------------------------------------------------------
       2600-imprimir-relatorio section.
           move ws-data-hoje                        to ws-cab-data
           write fl-linha-relatorio                 from ws-linha-cab
           move spaces                              to fl-linha-relatorio
           write fl-linha-relatorio
           write fl-linha-relatorio                 from ws-linha-cab-colunas
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-abertas
                move ws-abe-idade (ws-ind)          to ws-det-idade
                move ws-abe-data-abertura (ws-ind)  to ws-det-data-abertura
                move ws-abe-user-id (ws-ind)        to ws-det-user-id
                move ws-abe-id-disciplina (ws-ind)  to ws-det-id-disciplina
                move ws-abe-id-resultado (ws-ind)   to ws-det-id-resultado
                move ws-abe-sequencia (ws-ind)      to ws-det-sequencia
                move ws-abe-nota-original (ws-ind)  to ws-det-nota-original
                move ws-abe-aberta-por (ws-ind)     to ws-det-aberta-por
                move ws-abe-motivo (ws-ind)         to ws-det-motivo
                write fl-linha-relatorio            from ws-linha-detalhe
                if   ws-fs-arq-relatorio <> "00" then
                     display "P41SISC20 - Erro ao gravar arq-revisoes-abertas.txt: " ws-fs-arq-relatorio
                     stop run
                end-if
           end-perform
           move spaces                              to fl-linha-relatorio
           write fl-linha-relatorio
           move "Pedidos em aberto.......:"         to ws-cont-descricao
           move ws-qtd-abertas                      to ws-cont-quantidade
           write fl-linha-relatorio                 from ws-linha-contagem
           move "  ate 7 dias............:"         to ws-cont-descricao
           move ws-qtd-faixa-1                      to ws-cont-quantidade
           write fl-linha-relatorio                 from ws-linha-contagem
           move "  de 8 a 15 dias........:"         to ws-cont-descricao
           move ws-qtd-faixa-2                      to ws-cont-quantidade
           write fl-linha-relatorio                 from ws-linha-contagem
           move "  de 16 a 30 dias.......:"         to ws-cont-descricao
           move ws-qtd-faixa-3                      to ws-cont-quantidade
           write fl-linha-relatorio                 from ws-linha-contagem
           move "  mais de 30 dias.......:"         to ws-cont-descricao
           move ws-qtd-faixa-4                      to ws-cont-quantidade
           write fl-linha-relatorio                 from ws-linha-contagem
           if   ws-fs-arq-relatorio <> "00" then
                display "P41SISC20 - Erro ao gravar arq-revisoes-abertas.txt: " ws-fs-arq-relatorio
                stop run
           end-if
           .
       2600-imprimir-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para registrar a largada do job no log de execuções
      *>------------------------------------------------------------------------
       1200-gravar-log-inicio section.
           open extend arq-runlog
           if   ws-fs-arq-runlog <> "00"
           and  ws-fs-arq-runlog <> "05" then
                display "P41SISC20 - Erro ao abrir arq. arq-runlog: " ws-fs-arq-runlog
                stop run
           end-if
           move "P41SISC20"                         to fl-log-programa
           move "INI"                               to fl-log-evento
           move function current-date               to fl-log-data-hora
           move 0                                   to fl-log-registros
           move spaces                              to fl-log-resultado
           write fl-runlog
           if   ws-fs-arq-runlog <> "00" then
                display "P41SISC20 - Erro ao gravar arq-runlog: " ws-fs-arq-runlog
                stop run
           end-if
           .
       1200-gravar-log-inicio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para registrar o término normal do job no log de execuções
      *>------------------------------------------------------------------------
       2950-gravar-log-fim section.
           move "P41SISC20"                         to fl-log-programa
           move "FIM"                               to fl-log-evento
           move function current-date               to fl-log-data-hora
           move ws-qtd-lidas                        to fl-log-registros
           move "concluido"                         to fl-log-resultado
           write fl-runlog
           if   ws-fs-arq-runlog <> "00" then
                display "P41SISC20 - Erro ao gravar arq-runlog: " ws-fs-arq-runlog
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
           if   ws-com-revisoes then
                close arq-revisoes
           end-if
           close arq-relatorio
           close arq-runlog
           stop run
           .
       3000-finaliza-exit.
           exit.
