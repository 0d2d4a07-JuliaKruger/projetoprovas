           record key is fl-rst-programa
           file status is ws-fs-arq-restart.

           select arq-calendario assign to "arq-calendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cal-chave
           file status is ws-fs-arq-calendario.

           select arq-runlog assign to "arq-runlog.dat"
           organization is line sequential
           file status is ws-fs-arq-runlog.
           05 fl-rst-programa                      pic x(10).
           05 fl-rst-chave                         pic x(13).

      *> calendário acadêmico (mantido por P47SISC20): o refechamento não
      *> roda enquanto algum período já iniciado não chegou ao fim da
      *> janela de recuperação, para não refechar RC com notas ainda em
      *> lançamento
       fd arq-calendario.
       01 fl-calendario.
           05 fl-cal-chave.
               10 fl-cal-ano                       pic 9(04).
               10 fl-cal-periodo                   pic 9(02).
           05 fl-cal-lanc-inicio                   pic x(10).
           05 fl-cal-lanc-fim                      pic x(10).
           05 fl-cal-data-fechamento               pic x(10).
           05 fl-cal-rec-inicio                    pic x(10).
           05 fl-cal-rec-fim                       pic x(10).
           05 fl-cal-reaberto-ate                  pic x(10).
           05 fl-cal-reaberto-por                  pic x(08).

      *> arquivo de log de execução dos jobs batch: uma linha INI na
      *> largada e uma linha FIM com a contagem no término normal; job que
      *> morreu no meio fica com INI sem FIM e o monitor (P35SISC20) o
       77 ws-fs-arq-tipos-prova                    pic x(02).
       77 ws-fs-arq-parametros                     pic x(02).
       77 ws-fs-arq-restart                        pic x(02).
       77 ws-fs-arq-calendario                     pic x(02).

      *> resultado gravado na linha FIM do log de execuções: "fora prazo"
      *> quando o calendário acadêmico não libera o job (nada é processado)
       77 ws-log-resultado                         pic x(12) value "concluido".

      *> apoio da conferência do calendário: datas em AAAAMMDD
      *> (comparáveis como texto)
       77 ws-cal-hoje                              pic x(08).
       77 ws-cal-inicio                            pic x(08).
       77 ws-cal-limite                            pic x(08).
       77 ws-cal-liberacao                         pic x(01).
           88 ws-cal-liberado                      value "S".
           88 ws-cal-bloqueado                     value "N".

      *> corte de aprovação vigente, carregado do registro VIGENTE de
      *> arq-parametros na largada; sem o arquivo ou sem o registro vale o
      *>------------------------------------------------------------------------
       1000-inicializa section.
           perform 1200-gravar-log-inicio          *> registrando a largada no log de execuções
           perform 1070-verificar-calendario        *> conferindo se o calendário acadêmico libera o job
           open i-o arq-situacoes
           if   ws-fs-arq-situacoes <> "00"
           and  ws-fs-arq-situacoes <> "05" then
       1050-carregar-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para conferir o calendário acadêmico (arq-calendario,
      *>  mantido por P47SISC20): havendo um período já iniciado cuja janela
      *>  de recuperação ainda não terminou, o refechamento é recusado sem
      *>  tocar em nada (linha FIM "fora prazo" no log). Período sem
      *>  recuperação não segura o job; sem o calendário ele roda como sempre
      *>------------------------------------------------------------------------
       1070-verificar-calendario section.
           set ws-cal-liberado                      to true
           open input arq-calendario
           evaluate true
               when ws-fs-arq-calendario = "00"
               or   ws-fs-arq-calendario = "05"
                    move function current-date      to ws-data-corrente
                    move ws-data-corrente (1:8)     to ws-cal-hoje
                    move low-values                 to fl-cal-chave
                    start arq-calendario key is not less than fl-cal-chave
                    if   ws-fs-arq-calendario = "00" then
                         perform until ws-fs-arq-calendario <> "00"
                                    or ws-cal-bloqueado
                              read arq-calendario next record
                              if   ws-fs-arq-calendario = "00" then
                                   unlock arq-calendario *> liberando o lock (conferência é somente leitura)
                                   move fl-cal-lanc-inicio (7:4) to ws-cal-inicio (1:4)
                                   move fl-cal-lanc-inicio (4:2) to ws-cal-inicio (5:2)
                                   move fl-cal-lanc-inicio (1:2) to ws-cal-inicio (7:2)
                                   move fl-cal-rec-fim (7:4) to ws-cal-limite (1:4)
                                   move fl-cal-rec-fim (4:2) to ws-cal-limite (5:2)
                                   move fl-cal-rec-fim (1:2) to ws-cal-limite (7:2)
                                   if   fl-cal-rec-fim <> spaces
                                   and  ws-cal-hoje >= ws-cal-inicio
                                   and  ws-cal-hoje < ws-cal-limite then
                                        set ws-cal-bloqueado to true
                                   end-if
                              else
                                   if   ws-fs-arq-calendario <> "10" then *> file status 10: fim do arquivo
                                        display "P28SISC20 - Erro ao ler arq-calendario: " ws-fs-arq-calendario
                                        stop run
                                   end-if
                              end-if
                         end-perform
                    else
                         if   ws-fs-arq-calendario <> "23" then *> file status 23: calendário vazio
                              display "P28SISC20 - Erro ao ler arq-calendario: " ws-fs-arq-calendario
                              stop run
                         end-if
                    end-if
                    close arq-calendario
               when ws-fs-arq-calendario = "35"    *> file status 35: calendário ainda não implantado
                    continue
               when other
                    display "P28SISC20 - Erro ao abrir arq. arq-calendario: " ws-fs-arq-calendario
                    stop run
           end-evaluate
           if   ws-cal-bloqueado then
                display "P28SISC20 - Periodo " fl-cal-ano "/" fl-cal-periodo
                        " em recuperacao ate " fl-cal-rec-fim
                        ": refechamento nao executado"
                move "fora prazo"                   to ws-log-resultado
                perform 2950-gravar-log-fim
                close arq-runlog
                stop run
           end-if
           .
       1070-verificar-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para carregar a tabela de tipos de prova em memória (o
      *>  mestre tem no máximo 99 códigos, o tamanho da faixa de
           move "FIM"                               to fl-log-evento
           move function current-date               to fl-log-data-hora
           move ws-qtd-rc                to fl-log-registros
           move ws-log-resultado                    to fl-log-resultado
           write fl-runlog
           if   ws-fs-arq-runlog <> "00" then
                display "P28SISC20 - Erro ao gravar arq-runlog: " ws-fs-arq-runlog
