      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P50SISC20".
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

      *> definição da cadeia noturna, mantida pela operação num editor de
      *> texto: um passo por linha, na ordem em que devem rodar
           select arq-cadeia assign to "arq-cadeia.dat"
           organization is line sequential
           file status is ws-fs-arq-cadeia.

           select arq-restart assign to "arq-restart.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-rst-programa
           file status is ws-fs-arq-restart.

           select arq-runlog assign to "arq-runlog.dat"
           organization is line sequential
           file status is ws-fs-arq-runlog.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
      *> um passo da cadeia: o programa (como ele se registra em
      *> arq-runlog) e a linha de comando que o dispara; comando em branco
      *> roda o próprio nome do programa. Parâmetros de ambiente (ex.:
      *> ANO-PERIODO de P30SISC20) vão na linha de comando ou no ambiente
      *> de quem roda a cadeia. Linha começando por "*" é comentário
       fd arq-cadeia.
       01 fl-cadeia.
           05 fl-cad-programa                      pic x(10).
           05 fl-cad-comando                       pic x(100).

      *> arquivo de controle de checkpoint/restart dos jobs batch. A cadeia
      *> guarda aqui, enquanto roda, o passo em andamento (número + nome do
      *> programa): se a noite parar no meio, a próxima execução retoma
      *> desse passo, e o passo por sua vez retoma do seu próprio
      *> checkpoint, sem repetir os passos que já terminaram
       fd arq-restart.
       01 fl-restart.
           05 fl-rst-programa                      pic x(10).
           05 fl-rst-chave                         pic x(13).

      *> arquivo de log de execução dos jobs batch: uma linha INI na
      *> largada e uma linha FIM com a contagem no término normal; job que
      *> morreu no meio fica com INI sem FIM e o monitor (P35SISC20) o
      *> aponta como interrompido pelo checkpoint parado em arq-restart
       fd arq-runlog.
       01 fl-runlog.
           05 fl-log-programa                      pic x(10).
           05 fl-log-evento                        pic x(03).
           05 fl-log-data-hora                     pic x(21).
           05 fl-log-registros                     pic 9(07).
           05 fl-log-resultado                     pic x(12).

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-cadeia                         pic x(02).
       77 ws-fs-arq-restart                        pic x(02).
       77 ws-fs-arq-runlog                         pic x(02).

      *> passos da cadeia, carregados inteiros na largada
       77 ws-qtd-passos                            pic 9(02) value 0.
       77 ws-max-passos                            pic 9(02) value 30.
       77 ws-ind-passo                             pic 9(02).
       77 ws-passo-inicial                         pic 9(02) value 1.
       01 ws-tab-passos.
           05 ws-pas-entrada occurs 30 times.
               10 ws-pas-programa                  pic x(10).
               10 ws-pas-comando                   pic x(100).

      *> controle de checkpoint/restart da cadeia: chave = número do passo
      *> em andamento + programa desse passo (o programa confere que a
      *> definição não mudou entre uma noite e outra)
       77 ws-rst-programa-atual                    pic x(10) value "P50CD".
       01 ws-rst-chave-atual.
           05 ws-rst-passo                         pic 9(02).
           05 ws-rst-passo-programa                pic x(10).
           05 filler                               pic x(01) value spaces.
       77 ws-rst-achou                             pic x(01).
           88 ws-rst-encontrado                    value "S".
           88 ws-rst-nao-encontrado                value "N".

      *> linha de comando do passo, terminada por x"00" para o sistema
       01 ws-comando                               pic x(101).
       77 ws-tam-comando                           pic 9(03).

      *> apuração do passo em arq-runlog: o último evento que o programa
      *> do passo gravou depois da largada do passo
       77 ws-passo-inicio                          pic x(21).
       77 ws-ult-evento                            pic x(03).
       77 ws-ult-resultado                         pic x(12).
       77 ws-ult-registros                         pic 9(07).

       77 ws-cadeia                                pic x(01) value "C".
           88 ws-cadeia-continua                   value "C".
           88 ws-cadeia-parou                      value "P".
           88 ws-cadeia-fora-prazo                 value "F".

       77 ws-fim-arquivo                           pic x(01) value "N".
           88 ws-fim-do-arquivo                    value "S".

       77 ws-qtd-concluidos                        pic 9(07) value 0.
       77 ws-log-resultado                         pic x(12) value "concluido".

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
      *>  Procedimentos de inicialização: carrega a definição da cadeia e
      *>  descobre, pelo checkpoint, de que passo começar
      *>------------------------------------------------------------------------
       1000-inicializa section.
      *> arq-runlog e arq-restart ficam fechados entre uma gravação e
      *> outra: os passos disparados também gravam neles
           perform 1200-gravar-log-inicio          *> registrando a largada no log de execuções
           open input arq-cadeia
           if   ws-fs-arq-cadeia = "35" then       *> file status 35: arquivo não existe
                display "P50SISC20 - Definicao da cadeia nao encontrada: arq-cadeia.dat"
                stop run
           end-if
           if   ws-fs-arq-cadeia <> "00"
           and  ws-fs-arq-cadeia <> "05" then
                display "P50SISC20 - Erro ao abrir arq. arq-cadeia: " ws-fs-arq-cadeia
                stop run
           end-if
           perform 1100-carregar-cadeia
           close arq-cadeia
           if   ws-qtd-passos = 0 then
                display "P50SISC20 - Nenhum passo definido em arq-cadeia.dat"
                stop run
           end-if
           perform 2800-ler-checkpoint
           if   ws-rst-encontrado then
                if   ws-rst-passo >= 1
                and  ws-rst-passo <= ws-qtd-passos
                and  ws-rst-passo-programa = ws-pas-programa (ws-rst-passo) then
                     move ws-rst-passo               to ws-passo-inicial
                     display "P50SISC20 - Retomando a cadeia no passo " ws-rst-passo
                             ": " ws-rst-passo-programa
                else
      *> a definição mudou desde a parada: não há como saber que passos
      *> já rodaram, a cadeia recomeça do primeiro
                     display "P50SISC20 - Aviso: checkpoint da cadeia (passo " ws-rst-passo
                             " " ws-rst-passo-programa ") nao confere com arq-cadeia.dat,"
                             " recomecando do passo 1"
                end-if
           end-if
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para carregar os passos da cadeia em memória, pulando as
      *>  linhas de comentário e as linhas em branco
      *>------------------------------------------------------------------------
       1100-carregar-cadeia section.
           perform until ws-fim-do-arquivo
                read arq-cadeia
                if   ws-fs-arq-cadeia = "10" then    *> file status 10: fim do arquivo
                     set ws-fim-do-arquivo           to true
                else
                     if   ws-fs-arq-cadeia <> "00" then
                          display "P50SISC20 - Erro ao ler arq-cadeia: " ws-fs-arq-cadeia
                          stop run
                     end-if
                     if   fl-cad-programa (1:1) <> "*"
                     and  fl-cad-programa <> spaces then
                          if   ws-qtd-passos >= ws-max-passos then
                               display "P50SISC20 - Mais de " ws-max-passos
                                       " passos em arq-cadeia.dat"
                               stop run
                          end-if
                          add 1                      to ws-qtd-passos
                          move fl-cad-programa       to ws-pas-programa (ws-qtd-passos)
                          if   fl-cad-comando = spaces then
                               move fl-cad-programa  to ws-pas-comando (ws-qtd-passos)
                          else
                               move fl-cad-comando   to ws-pas-comando (ws-qtd-passos)
                          end-if
                     end-if
                end-if
           end-perform
           .
       1100-carregar-cadeia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - roda os passos em sequência a partir do
      *>  passo inicial, parando no primeiro que não gravar FIM
      *>------------------------------------------------------------------------
       2000-processamento section.
           perform varying ws-ind-passo from ws-passo-inicial by 1
                   until ws-ind-passo > ws-qtd-passos
                      or not ws-cadeia-continua
                perform 2100-executar-passo
           end-perform
           evaluate true
               when ws-cadeia-parou
      *> o checkpoint fica parado no passo que falhou, para a próxima
      *> execução retomar dali
                    move "interrompido"             to ws-log-resultado
               when ws-cadeia-fora-prazo
      *> fora do prazo não é falha: a próxima noite roda a cadeia inteira
      *> de novo, até o calendário liberar o fechamento
                    perform 2820-apagar-checkpoint
                    move "fora prazo"               to ws-log-resultado
               when other
                    perform 2820-apagar-checkpoint
           end-evaluate
           display "P50SISC20 - Passos concluidos nesta execucao: " ws-qtd-concluidos
           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para rodar um passo: grava o checkpoint do passo, dispara a
      *>  linha de comando e confere em arq-runlog se o programa terminou
      *>------------------------------------------------------------------------
       2100-executar-passo section.
           move ws-ind-passo                        to ws-rst-passo
           move ws-pas-programa (ws-ind-passo)      to ws-rst-passo-programa
           perform 2810-gravar-checkpoint
           move function current-date               to ws-passo-inicio
           move ws-pas-comando (ws-ind-passo)       to ws-comando
           perform varying ws-tam-comando from 100 by -1
                   until ws-tam-comando = 1
                      or ws-comando (ws-tam-comando:1) <> space
                continue
           end-perform
           move x"00"                               to ws-comando (ws-tam-comando + 1:1)
           display "P50SISC20 - Passo " ws-ind-passo ": " ws-pas-programa (ws-ind-passo)
           call "SYSTEM" using ws-comando
           perform 2200-conferir-runlog
           evaluate true
               when ws-ult-evento <> "FIM"
                    display "P50SISC20 - Passo " ws-ind-passo ": " ws-pas-programa (ws-ind-passo)
                            " nao gravou FIM em arq-runlog - cadeia interrompida"
                    set ws-cadeia-parou             to true
               when ws-ult-resultado = "fora prazo"
      *> P14SISC20/P28SISC20 recusam o fechamento antes da data do
      *> calendário acadêmico: os passos seguintes dependem dele
                    display "P50SISC20 - Passo " ws-ind-passo ": " ws-pas-programa (ws-ind-passo)
                            " fora do prazo do calendario - cadeia encerrada"
                    add 1                           to ws-qtd-concluidos
                    set ws-cadeia-fora-prazo        to true
               when other
                    display "P50SISC20 - Passo " ws-ind-passo ": " ws-pas-programa (ws-ind-passo)
                            " concluido (" ws-ult-registros " registros)"
                    add 1                           to ws-qtd-concluidos
           end-evaluate
           .
       2100-executar-passo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para procurar em arq-runlog o último evento gravado pelo
      *>  programa do passo depois da largada do passo
      *>------------------------------------------------------------------------
       2200-conferir-runlog section.
           move spaces                              to ws-ult-evento ws-ult-resultado
           move 0                                   to ws-ult-registros
           open input arq-runlog
           if   ws-fs-arq-runlog <> "00" then
                display "P50SISC20 - Erro ao abrir arq. arq-runlog: " ws-fs-arq-runlog
                stop run
           end-if
           move "N"                                 to ws-fim-arquivo
           perform until ws-fim-do-arquivo
                read arq-runlog
                if   ws-fs-arq-runlog = "10" then    *> file status 10: fim do arquivo
                     set ws-fim-do-arquivo           to true
                else
                     if   ws-fs-arq-runlog <> "00" then
                          display "P50SISC20 - Erro ao ler arq-runlog: " ws-fs-arq-runlog
                          stop run
                     end-if
                     if   fl-log-programa = ws-pas-programa (ws-ind-passo)
                     and  fl-log-data-hora >= ws-passo-inicio then
                          move fl-log-evento         to ws-ult-evento
                          move fl-log-resultado      to ws-ult-resultado
                          move fl-log-registros      to ws-ult-registros
                     end-if
                end-if
           end-perform
           close arq-runlog
           .
       2200-conferir-runlog-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para consultar o checkpoint da cadeia
      *>------------------------------------------------------------------------
       2800-ler-checkpoint section.
           set ws-rst-nao-encontrado                to true
           open input arq-restart
           if   ws-fs-arq-restart = "35" then       *> file status 35: nenhum job gravou checkpoint ainda
                continue
           else
                if   ws-fs-arq-restart <> "00"
                and  ws-fs-arq-restart <> "05" then
                     display "P50SISC20 - Erro ao abrir arq. arq-restart: " ws-fs-arq-restart
                     stop run
                end-if
                move ws-rst-programa-atual          to fl-rst-programa
                read arq-restart
                if   ws-fs-arq-restart = "00" then
                     set ws-rst-encontrado           to true
                     move fl-rst-chave               to ws-rst-chave-atual
                end-if
                close arq-restart
           end-if
           .
       2800-ler-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para gravar/atualizar o checkpoint com o passo em andamento
      *>------------------------------------------------------------------------
       2810-gravar-checkpoint section.
           open i-o arq-restart
           if   ws-fs-arq-restart = "35" then       *> file status 35: criando o arquivo na primeira vez
                open output arq-restart
                close arq-restart
                open i-o arq-restart
           end-if
           if   ws-fs-arq-restart <> "00"
           and  ws-fs-arq-restart <> "05" then
                display "P50SISC20 - Erro ao abrir arq. arq-restart: " ws-fs-arq-restart
                stop run
           end-if
           move ws-rst-programa-atual                to fl-rst-programa
           move ws-rst-chave-atual                   to fl-rst-chave
           write fl-restart
           if   ws-fs-arq-restart = 22 then           *> file status 22: já existe checkpoint da cadeia
                rewrite fl-restart
           end-if
           if   ws-fs-arq-restart <> "00" then
                display "P50SISC20 - Erro ao gravar arq. arq-restart: " ws-fs-arq-restart
                stop run
           end-if
           close arq-restart
           .
       2810-gravar-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para apagar o checkpoint de uma cadeia que chegou ao fim
      *>------------------------------------------------------------------------
       2820-apagar-checkpoint section.
           open i-o arq-restart
           if   ws-fs-arq-restart = "35" then       *> file status 35: não havia checkpoint
                continue
           else
                if   ws-fs-arq-restart <> "00"
                and  ws-fs-arq-restart <> "05" then
                     display "P50SISC20 - Erro ao abrir arq. arq-restart: " ws-fs-arq-restart
                     stop run
                end-if
                move ws-rst-programa-atual           to fl-rst-programa
                delete arq-restart
                if   ws-fs-arq-restart <> "00"
                and  ws-fs-arq-restart <> "23" then   *> file status 23: já não havia checkpoint
                     display "P50SISC20 - Erro ao apagar arq. arq-restart: " ws-fs-arq-restart
                     stop run
                end-if
                close arq-restart
           end-if
           .
       2820-apagar-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para registrar a largada da cadeia no log de execuções
      *>------------------------------------------------------------------------
       1200-gravar-log-inicio section.
           open extend arq-runlog
           if   ws-fs-arq-runlog <> "00"
           and  ws-fs-arq-runlog <> "05" then
                display "P50SISC20 - Erro ao abrir arq. arq-runlog: " ws-fs-arq-runlog
                stop run
           end-if
           move "P50SISC20"                         to fl-log-programa
           move "INI"                               to fl-log-evento
           move function current-date               to fl-log-data-hora
           move 0                                   to fl-log-registros
           move spaces                              to fl-log-resultado
           write fl-runlog
           if   ws-fs-arq-runlog <> "00" then
                display "P50SISC20 - Erro ao gravar arq-runlog: " ws-fs-arq-runlog
                stop run
           end-if
           close arq-runlog
           .
       1200-gravar-log-inicio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para registrar o término da cadeia no log de execuções, com
      *>  os passos concluídos e, se parou, "interrompido"
      *>------------------------------------------------------------------------
       2950-gravar-log-fim section.
           open extend arq-runlog
           if   ws-fs-arq-runlog <> "00"
           and  ws-fs-arq-runlog <> "05" then
                display "P50SISC20 - Erro ao abrir arq. arq-runlog: " ws-fs-arq-runlog
                stop run
           end-if
           move "P50SISC20"                         to fl-log-programa
           move "FIM"                               to fl-log-evento
           move function current-date               to fl-log-data-hora
           move ws-qtd-concluidos                   to fl-log-registros
           move ws-log-resultado                    to fl-log-resultado
           write fl-runlog
           if   ws-fs-arq-runlog <> "00" then
                display "P50SISC20 - Erro ao gravar arq-runlog: " ws-fs-arq-runlog
                stop run
           end-if
           close arq-runlog
           .
       2950-gravar-log-fim-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.
           perform 2950-gravar-log-fim             *> registrando o término no log de execuções
           stop run
           .
       3000-finaliza-exit.
           exit.
