           record key is fl-hist-chave
           file status is ws-fs-arq-historico.

           select arq-atribuicoes assign to "arq-atribuicoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-atr-chave
           file status is ws-fs-arq-atribuicoes.

           select arq-turmas assign to "arq-turmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cod-turma
           file status is ws-fs-arq-turmas.

           select arq-transferencias assign to "arq-transferencias.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-trf-chave
           file status is ws-fs-arq-transferencias.

           select arq-calendario assign to "arq-calendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cal-chave
           file status is ws-fs-arq-calendario.

           select arq-restart assign to "arq-restart.dat"
           organization is indexed
           access mode is dynamic
           05 fl-hist-nota                         pic -99,99.
           05 fl-hist-data-prova                   pic x(10).

      *> arquivo mestre de atribuições de docência (mantido por P45SISC20):
      *> com ele implantado, o perfil de lançamento só grava/exclui notas de
      *> alunos das turmas/disciplinas atribuídas ao operador logado
       fd arq-atribuicoes.
       01 fl-atribuicao.
           05 fl-atr-chave.
               10 fl-atr-usuario                   pic x(08).
               10 fl-atr-turma                     pic x(10).
               10 fl-atr-id-disciplina             pic 9(03).
           05 fl-atr-data-cadastro                 pic x(10).

      *> mestre de turmas: dá o ano/período da turma do aluno, que é a
      *> chave do calendário acadêmico
       fd arq-turmas.
       01 fl-turma-reg.
           05 fl-cod-turma                         pic x(10).
           05 fl-descricao-turma                   pic x(40).
           05 fl-ano-turma                         pic 9(04).
           05 fl-periodo-turma                     pic 9(02).
           05 fl-professor-turma                   pic x(40).

      *> histórico de transferências de turma (gravado por P07SISC20): o
      *> filtro de turma da consulta CF usa a turma em que o aluno estava
      *> na data da prova, não a turma atual
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

      *> calendário acadêmico (mantido por P47SISC20): com ele implantado
      *> só se grava/exclui nota de período com lançamento aberto (janela
      *> de lançamento, de recuperação ou reabertura da administração), e
      *> a data da prova precisa cair dentro do período letivo
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

      *> arquivo de controle de checkpoint/restart das varreduras batch de
      *> passe único (2700-b-exportar-dados; também usado por P08SISC20),
      *> guardando a última chave processada com sucesso. 2400-b-todos-
       77 ws-fs-arq-parametros                     pic x(02).
       77 ws-fs-arq-operadores                     pic x(02).
       77 ws-fs-arq-auditoria                      pic x(02).
       77 ws-fs-arq-atribuicoes                    pic x(02).
       77 ws-fs-arq-turmas                         pic x(02).
       77 ws-fs-arq-calendario                     pic x(02).
       77 ws-fs-arq-transferencias                 pic x(02).

      *> "S" quando arq-atribuicoes existe (P45SISC20 já implantado); sem
      *> ele o perfil de lançamento continua alcançando qualquer turma
       77 ws-tem-atribuicoes                       pic x(01) value "N".
           88 ws-com-atribuicoes                   value "S".

      *> "S" quando arq-calendario e arq-turmas existem (P47SISC20 já
      *> implantado); sem eles o lançamento não tem janela a conferir
       77 ws-tem-calendario                        pic x(01) value "N".
           88 ws-com-calendario                    value "S".
       77 ws-tem-turmas                            pic x(01) value "N".
           88 ws-com-turmas                        value "S".

      *> "S" quando arq-transferencias existe (P07SISC20 já registrou
      *> alguma troca de turma); sem ele o filtro CF usa a turma atual
       77 ws-tem-transferencias                    pic x(01) value "N".
           88 ws-com-transferencias                value "S".

      *> apoio da conferência do calendário: datas em AAAAMMDD
      *> (comparáveis como texto) e a situação da janela de lançamento
       77 ws-data-corrente                         pic x(21).
       77 ws-cal-data-entrada                      pic x(10).
       77 ws-cal-data-saida                        pic x(08).
       77 ws-cal-hoje                              pic x(08).
       77 ws-cal-lanc-inicio                       pic x(08).
       77 ws-cal-lanc-fim                          pic x(08).
       77 ws-cal-rec-inicio                        pic x(08).
       77 ws-cal-rec-fim                           pic x(08).
       77 ws-cal-reaberto-ate                      pic x(08).
       77 ws-cal-limite                            pic x(08).
       77 ws-cal-janela                            pic x(01).
           88 ws-cal-janela-aberta                 value "S".
           88 ws-cal-janela-fechada                value "N".

      *> perfil do operador logado, carregado de arq-operadores na
      *> inicialização: consulta (C) só consulta, lançamento (L) grava e
       77 ws-prova-aaaammdd                        pic x(08).
       77 ws-cache-matricula                       pic x(08).
       77 ws-cache-turma                           pic x(10).
       77 ws-cache-turma-atual                     pic x(10).
       77 ws-cache-achou                           pic x(01).
           88 ws-cache-aluno-existe                value "S".
           88 ws-cache-aluno-nao-existe            value "N".
           88 ws-registro-passou                   value "S".
           88 ws-registro-filtrado                 value "N".

      *> trocas de turma do aluno em cache, em ordem de data efetiva
      *> (AAAAMMDD): a turma na data da prova é a turma anterior da
      *> primeira troca que vale depois dela; sem troca depois da prova,
      *> é a turma atual
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

       01 ws-tab-dias-mes-valores.
           05 filler                               pic 9(02) value 31.
           05 filler                               pic 9(02) value 28.
               10 lnk-lst-nota                         pic -99,99.
               10 lnk-lst-data-prova                   pic x(10).
      *> filtros da consulta CF: período das provas (DD/MM/AAAA, em branco =
      *> limite aberto) e turma do aluno na data da prova (em branco = todas)
           05 lnk-filtros-consulta.
               10 lnk-fil-data-de                  pic x(10).
               10 lnk-fil-data-ate                 pic x(10).
                     perform 9000-finaliza-anormal
                end-if
           end-if
      *> o histórico de transferências só existe depois da primeira troca
      *> de turma: file status 35 (arquivo não existe) não é erro
           open input arq-transferencias
           if   ws-fs-arq-transferencias = "00"
           or   ws-fs-arq-transferencias = "05" then
                set ws-com-transferencias           to true
           else
                if   ws-fs-arq-transferencias <> "35" then
                     move "P06SISC20"                            to lnk-msn-erro-pmg
                     move 73                                     to lnk-msn-erro-offset
                     move 12                                     to lnk-return-code
                     move ws-fs-arq-transferencias               to lnk-msn-erro-cod
                     move "Erro ao abrir arq. arq-transferencias" to lnk-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           open extend arq-auditoria               *> abrindo o arquivo de auditoria para acrescentar registros
           if   ws-fs-arq-auditoria  <> "00"
           and  ws-fs-arq-auditoria <> "05" then
                move "Erro ao abrir arq. arq-restart"    to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
      *> as atribuições de docência são opcionais como o histórico: sem o
      *> arquivo (file status 35) a gravação não confere turma/disciplina
           open input arq-atribuicoes
           if   ws-fs-arq-atribuicoes = "00"
           or   ws-fs-arq-atribuicoes = "05" then
                set ws-com-atribuicoes              to true
           else
                if   ws-fs-arq-atribuicoes <> "35" then
                     move "P06SISC20"                           to lnk-msn-erro-pmg
                     move 58                                    to lnk-msn-erro-offset
                     move 12                                    to lnk-return-code
                     move ws-fs-arq-atribuicoes                 to lnk-msn-erro-cod
                     move "Erro ao abrir arq. arq-atribuicoes"  to lnk-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
      *> o calendário acadêmico também é opcional: sem ele (ou sem o mestre
      *> de turmas, que dá o período do aluno) não há janela a conferir
           open input arq-calendario
           if   ws-fs-arq-calendario = "00"
           or   ws-fs-arq-calendario = "05" then
                set ws-com-calendario               to true
           else
                if   ws-fs-arq-calendario <> "35" then
                     move "P06SISC20"                           to lnk-msn-erro-pmg
                     move 63                                    to lnk-msn-erro-offset
                     move 12                                    to lnk-return-code
                     move ws-fs-arq-calendario                  to lnk-msn-erro-cod
                     move "Erro ao abrir arq. arq-calendario"   to lnk-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           open input arq-turmas
           if   ws-fs-arq-turmas = "00"
           or   ws-fs-arq-turmas = "05" then
                set ws-com-turmas                   to true
           else
                if   ws-fs-arq-turmas <> "35" then
                     move "P06SISC20"                           to lnk-msn-erro-pmg
                     move 64                                    to lnk-msn-erro-offset
                     move 12                                    to lnk-return-code
                     move ws-fs-arq-turmas                      to lnk-msn-erro-cod
                     move "Erro ao abrir arq. arq-turmas"       to lnk-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           perform 1100-carregar-parametros        *> carregando a escala de notas vigente
           accept ws-aud-operador from environment "USER" *> operador logado no sistema operacional
           perform 1150-carregar-perfil            *> carregando o perfil do operador logado
           if   ws-validacao-ok then
                perform 2125-validar-matricula
           end-if
           if   ws-validacao-ok then
                perform 2127-validar-atribuicao
           end-if
           if   ws-validacao-ok then
                perform 2130-validar-nota-data
           end-if
           if   ws-validacao-ok then
                perform 2140-validar-calendario
           end-if
           if   ws-validacao-erro then
                continue
           else
       2125-validar-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para validar se o resultado está dentro das atribuições de
      *>  docência do operador logado (arq-atribuicoes, mantido por
      *>  P45SISC20): a turma do aluno e a disciplina do resultado precisam
      *>  estar atribuídas a ele. A administração não tem essa restrição,
      *>  e sem o arquivo nada é conferido. Serve à gravação (SA) e à
      *>  exclusão (DE); a consulta continua aberta
      *>------------------------------------------------------------------------
       2127-validar-atribuicao section.
           set ws-validacao-ok                     to true
           if   ws-com-atribuicoes
           and  not ws-perfil-administracao then
                move spaces                        to fl-atr-turma
                move fl-user-id                    to fl-matricula
                read arq-alunos                    *> buscando a turma atual do aluno do resultado
                evaluate true
                    when ws-fs-arq-alunos = "00"
                         move fl-turma             to fl-atr-turma
                         unlock arq-alunos         *> liberando o lock (leitura de apoio, somente consulta)
                    when ws-fs-arq-alunos = "23"   *> file status 23: resultado órfão, sem turma a conferir
                         continue
                    when other
                         move "P06SISC20"               to lnk-msn-erro-pmg
                         move 61                        to lnk-msn-erro-offset
                         move 12                        to lnk-return-code
                         move "Erro ao ler registro"    to lnk-msn-erro-text
                         move ws-fs-arq-alunos          to lnk-msn-erro-cod
                         perform 9000-finaliza-anormal
                end-evaluate
                move ws-aud-operador               to fl-atr-usuario
                move fl-id-disciplina              to fl-atr-id-disciplina
                read arq-atribuicoes               *> conferindo a atribuição operador/turma/disciplina
                evaluate true
                    when ws-fs-arq-atribuicoes = "00"
                         continue
                    when ws-fs-arq-atribuicoes = "23" *> file status 23: turma/disciplina não atribuída ao operador
                         set ws-validacao-erro     to true
                         move "P06SISC20"               to lnk-msn-erro-pmg
                         move 60                        to lnk-msn-erro-offset
                         move 04                        to lnk-return-code
                         move "Turma/disciplina fora das atribuicoes" to lnk-msn-erro-text
                         move ws-fs-arq-atribuicoes     to lnk-msn-erro-cod
                    when other
                         move "P06SISC20"               to lnk-msn-erro-pmg
                         move 59                        to lnk-msn-erro-offset
                         move 12                        to lnk-return-code
                         move "Erro ao ler registro"    to lnk-msn-erro-text
                         move ws-fs-arq-atribuicoes     to lnk-msn-erro-cod
                         perform 9000-finaliza-anormal
                end-evaluate
           end-if
           .
       2127-validar-atribuicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para validar a nota (dentro da escala vigente de
      *>  arq-parametros; padrão 0,00 a 10,00) e a data da prova
       2135-validar-data-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para validar o resultado contra o calendário acadêmico
      *>  (arq-calendario, mantido por P47SISC20): o período da turma do
      *>  aluno precisa estar com o lançamento aberto hoje (janela de
      *>  lançamento, janela de recuperação ou reabertura da administração)
      *>  e a data da prova precisa cair dentro do período letivo. Vale para
      *>  todos os perfis; sem o calendário nada é conferido, e aluno sem
      *>  turma no mestre não tem período a conferir
      *>------------------------------------------------------------------------
       2140-validar-calendario section.
           set ws-validacao-ok                     to true
           if   ws-com-calendario
           and  ws-com-turmas then
                move spaces                        to fl-cod-turma
                move fl-user-id                    to fl-matricula
                read arq-alunos                    *> buscando a turma atual do aluno do resultado
                evaluate true
                    when ws-fs-arq-alunos = "00"
                         move fl-turma             to fl-cod-turma
                         unlock arq-alunos         *> liberando o lock (leitura de apoio, somente consulta)
                    when ws-fs-arq-alunos = "23"   *> file status 23: resultado órfão, sem turma a conferir
                         continue
                    when other
                         move "P06SISC20"               to lnk-msn-erro-pmg
                         move 65                        to lnk-msn-erro-offset
                         move 12                        to lnk-return-code
                         move "Erro ao ler registro"    to lnk-msn-erro-text
                         move ws-fs-arq-alunos          to lnk-msn-erro-cod
                         perform 9000-finaliza-anormal
                end-evaluate
                if   fl-cod-turma <> spaces then
                     read arq-turmas               *> buscando o ano/período da turma
                     evaluate true
                         when ws-fs-arq-turmas = "00"
                              move fl-ano-turma     to fl-cal-ano
                              move fl-periodo-turma to fl-cal-periodo
                              unlock arq-turmas     *> liberando o lock (leitura de apoio, somente consulta)
                              perform 2141-conferir-janela
                         when ws-fs-arq-turmas = "23" *> file status 23: turma fora do mestre, sem período a conferir
                              continue
                         when other
                              move "P06SISC20"          to lnk-msn-erro-pmg
                              move 66                   to lnk-msn-erro-offset
                              move 12                   to lnk-return-code
                              move "Erro ao ler registro" to lnk-msn-erro-text
                              move ws-fs-arq-turmas     to lnk-msn-erro-cod
                              perform 9000-finaliza-anormal
                     end-evaluate
                end-if
           end-if
           .
       2140-validar-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para conferir a janela de lançamento do período em
      *>  fl-cal-chave e a data da prova contra o período letivo (do início
      *>  do lançamento ao fim da recuperação, ou ao fim do lançamento
      *>  quando o período não tem recuperação)
      *>------------------------------------------------------------------------
       2141-conferir-janela section.
           read arq-calendario                     *> lendo o calendário do período da turma
           evaluate true
               when ws-fs-arq-calendario = "00"
                    unlock arq-calendario          *> liberando o lock (leitura de apoio, somente consulta)
                    move function current-date     to ws-data-corrente
                    move ws-data-corrente (1:8)    to ws-cal-hoje
                    move fl-cal-lanc-inicio        to ws-cal-data-entrada
                    perform 2142-converter-data
                    move ws-cal-data-saida         to ws-cal-lanc-inicio
                    move fl-cal-lanc-fim           to ws-cal-data-entrada
                    perform 2142-converter-data
                    move ws-cal-data-saida         to ws-cal-lanc-fim
                    move fl-cal-rec-inicio         to ws-cal-data-entrada
                    perform 2142-converter-data
                    move ws-cal-data-saida         to ws-cal-rec-inicio
                    move fl-cal-rec-fim            to ws-cal-data-entrada
                    perform 2142-converter-data
                    move ws-cal-data-saida         to ws-cal-rec-fim
                    move fl-cal-reaberto-ate       to ws-cal-data-entrada
                    perform 2142-converter-data
                    move ws-cal-data-saida         to ws-cal-reaberto-ate
                    move fl-data-prova             to ws-cal-data-entrada
                    perform 2142-converter-data
                    move ws-cal-data-saida         to ws-prova-aaaammdd
                    set ws-cal-janela-fechada      to true
                    if   ws-cal-hoje >= ws-cal-lanc-inicio
                    and  ws-cal-hoje <= ws-cal-lanc-fim then
                         set ws-cal-janela-aberta  to true
                    end-if
                    if   ws-cal-rec-inicio <> spaces
                    and  ws-cal-hoje >= ws-cal-rec-inicio
                    and  ws-cal-hoje <= ws-cal-rec-fim then
                         set ws-cal-janela-aberta  to true
                    end-if
                    if   ws-cal-reaberto-ate <> spaces
                    and  ws-cal-hoje <= ws-cal-reaberto-ate then
                         set ws-cal-janela-aberta  to true
                    end-if
                    if   ws-cal-rec-fim <> spaces then
                         move ws-cal-rec-fim       to ws-cal-limite
                    else
                         move ws-cal-lanc-fim      to ws-cal-limite
                    end-if
                    if   ws-cal-janela-fechada then
                         set ws-validacao-erro     to true
                         move "P06SISC20"               to lnk-msn-erro-pmg
                         move 69                        to lnk-msn-erro-offset
                         move 04                        to lnk-return-code
                         move "Periodo fechado para lancamento de notas" to lnk-msn-erro-text
                         move "00"                      to lnk-msn-erro-cod
                    else
                         if   ws-prova-aaaammdd < ws-cal-lanc-inicio
                         or   ws-prova-aaaammdd > ws-cal-limite then
                              set ws-validacao-erro to true
                              move "P06SISC20"          to lnk-msn-erro-pmg
                              move 70                   to lnk-msn-erro-offset
                              move 04                   to lnk-return-code
                              move "Data da prova fora do periodo letivo" to lnk-msn-erro-text
                              move "00"                 to lnk-msn-erro-cod
                         end-if
                    end-if
               when ws-fs-arq-calendario = "23"    *> file status 23: período sem calendário, lançamento travado
                    set ws-validacao-erro          to true
                    move "P06SISC20"               to lnk-msn-erro-pmg
                    move 68                        to lnk-msn-erro-offset
                    move 04                        to lnk-return-code
                    move "Periodo sem calendario academico" to lnk-msn-erro-text
                    move ws-fs-arq-calendario      to lnk-msn-erro-cod
               when other
                    move "P06SISC20"               to lnk-msn-erro-pmg
                    move 67                        to lnk-msn-erro-offset
                    move 12                        to lnk-return-code
                    move "Erro ao ler registro"    to lnk-msn-erro-text
                    move ws-fs-arq-calendario      to lnk-msn-erro-cod
                    perform 9000-finaliza-anormal
           end-evaluate
           .
       2141-conferir-janela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para converter uma data DD/MM/AAAA (ws-cal-data-entrada)
      *>  para AAAAMMDD (ws-cal-data-saida); data em branco fica em branco
      *>------------------------------------------------------------------------
       2142-converter-data section.
           move spaces                             to ws-cal-data-saida
           if   ws-cal-data-entrada <> spaces then
                string ws-cal-data-entrada (7:4)
                       ws-cal-data-entrada (4:2)
                       ws-cal-data-entrada (1:2)
                       delimited by size into ws-cal-data-saida
           end-if
           .
       2142-converter-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para consultar/buscar um registro
      *>------------------------------------------------------------------------
                *> a matrícula do registro histórico para lá antes de usar
                move fl-hist-user-id                to fl-user-id
                perform 2480-buscar-turma-aluno
                perform 2485-turma-na-data-prova
                if   ws-cache-aluno-nao-existe
                or   ws-cache-turma <> lnk-fil-turma then
                     set ws-registro-filtrado       to true
           end-if
           move spaces                              to ws-cache-matricula
           move spaces                              to ws-cache-turma
           move spaces                              to ws-cache-turma-atual
           move 0                                   to ws-qtd-trf
           set ws-cache-aluno-nao-existe            to true
           .
       2460-preparar-filtros-exit.
           if   ws-registro-passou
           and  lnk-fil-turma <> spaces then
                perform 2480-buscar-turma-aluno
                perform 2485-turma-na-data-prova
                if   ws-cache-aluno-nao-existe
                or   ws-cache-turma <> lnk-fil-turma then
                     set ws-registro-filtrado       to true
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para buscar a turma atual e as trocas de turma do aluno do
      *>  resultado corrente, guardando a última matricula lida: a
      *>  varredura anda em ordem de chave e repete muito o mesmo aluno em
      *>  sequência
      *>------------------------------------------------------------------------
       2480-buscar-turma-aluno section.
           if   fl-user-id = ws-cache-matricula then
                continue                            *> mesmo aluno da última leitura: usa o cache
           else
                move fl-user-id                     to ws-cache-matricula
                move spaces                         to ws-cache-turma-atual
                move 0                              to ws-qtd-trf
                move fl-user-id                     to fl-matricula
                read arq-alunos
                if   ws-fs-arq-alunos = "00" then
                     set ws-cache-aluno-existe      to true
                     move fl-turma                  to ws-cache-turma-atual
                     unlock arq-alunos              *> liberando o lock (leitura de apoio, somente consulta)
                     perform 2482-carregar-transferencias
                else
                     if   ws-fs-arq-alunos = "23" then *> file status 23: resultado órfão, sem aluno no mestre
                          set ws-cache-aluno-nao-existe to true
       2480-buscar-turma-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para carregar em cache as trocas de turma do aluno lido em
      *>  arq-alunos (a chave do histórico traz a data efetiva depois da
      *>  matrícula, então elas já vêm em ordem cronológica). Um aluno com
      *>  mais de ws-max-trf trocas fica com a turma atual nas provas
      *>  posteriores à última troca guardada
      *>------------------------------------------------------------------------
       2482-carregar-transferencias section.
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
                               if   fl-trf-matricula = fl-matricula
                               and  ws-qtd-trf < ws-max-trf then
                                    add 1                    to ws-qtd-trf
                                    move fl-trf-data-chave   to ws-trf-data-chave (ws-qtd-trf)
                                    move fl-trf-turma-anterior to ws-trf-turma-anterior (ws-qtd-trf)
                               end-if
                          else
                               if   ws-fs-arq-transferencias <> "10" *> file status 10: fim do arquivo
                                    move "P06SISC20"               to lnk-msn-erro-pmg
                                    move 74                        to lnk-msn-erro-offset
                                    move 12                        to lnk-return-code
                                    move "Erro ao ler registro"    to lnk-msn-erro-text
                                    move ws-fs-arq-transferencias  to lnk-msn-erro-cod
                                    perform 9000-finaliza-anormal
                               end-if
                          end-if
                     end-perform
                else
                     if   ws-fs-arq-transferencias <> "23" *> file status 23: nenhuma troca deste aluno em diante
                          move "P06SISC20"               to lnk-msn-erro-pmg
                          move 74                        to lnk-msn-erro-offset
                          move 12                        to lnk-return-code
                          move "Erro ao ler registro"    to lnk-msn-erro-text
                          move ws-fs-arq-transferencias  to lnk-msn-erro-cod
                          perform 9000-finaliza-anormal
                     end-if
                end-if
           end-if
           .
       2482-carregar-transferencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para descobrir a turma do aluno na data da prova do registro
      *>  corrente (ws-prova-aaaammdd, já convertida pelo filtro de
      *>  período): a turma anterior da primeira troca que vale depois da
      *>  prova ou, sem troca depois dela, a turma atual. Data de prova
      *>  inválida fica com a turma atual, como antes das trocas
      *>------------------------------------------------------------------------
       2485-turma-na-data-prova section.
           move ws-cache-turma-atual                to ws-cache-turma
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
       2485-turma-na-data-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para deletar dados
      *>------------------------------------------------------------------------
           move lnk-id-disciplina                  to fl-id-disciplina
           read arq-resultados                     *> lendo o arquivo
           if   ws-fs-arq-resultados = "00" then
                *> a exclusão também precisa estar dentro das atribuições do
                *> operador, conferidas antes até da pergunta de confirmação
                perform 2127-validar-atribuicao
                *> ... e dentro de um período com o lançamento aberto
                if   ws-validacao-ok then
                     perform 2140-validar-calendario
                end-if
                if   ws-validacao-erro then
                     unlock arq-resultados         *> liberando o lock (nada será excluído)
                else
                     if   ws-confirmado then
                          *> movendo "N" para ws-confirmacao (usuário ainda precisa confirmar a exclusão de registro)
                          set ws-nao-confirmado         to true
                          *> guardando o valor atual (antigo) para a auditoria; não existe valor depois, pois o registro é excluido
                          move fl-nota                  to ws-aud-nota-antes
                          move fl-data-prova            to ws-aud-data-prova-antes
                          move zero                     to ws-aud-nota-depois
                          move spaces                   to ws-aud-data-prova-depois
                          delete arq-resultados         *> deletando o registro
                          if   ws-fs-arq-resultados = "00" then
                               move "P06SISC20"                      to lnk-msn-erro-pmg
                               move 14                               to lnk-msn-erro-offset
                               move 00                               to lnk-return-code
                               move "Registro excluido com sucesso"  to lnk-msn-erro-text
                               move ws-fs-arq-resultados             to lnk-msn-erro-cod
                               perform 2600-gravar-auditoria
                          else
                               move "P06SISC20"                      to lnk-msn-erro-pmg
                               move 15                               to lnk-msn-erro-offset
                               move 12                               to lnk-return-code
                               move "Erro ao excluir registro"       to lnk-msn-erro-text
                               move ws-fs-arq-resultados             to lnk-msn-erro-cod
                               perform 9000-finaliza-anormal
                          end-if
                     else
                          *> movendo "?" para ws-confirmacao
                          set ws-confirmar              to true
                          *> saber se o usuário quer excluir/deletar o registro
                          move "DE-Confirma a exclusao de registro?" to lnk-msn
                     end-if
                end-if
           else
                if   ws-fs-arq-resultados = "23" then
                move ws-fs-arq-auditoria                   to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           if   ws-com-atribuicoes then
                close arq-atribuicoes              *> fechando o cadastro de atribuições
                if   ws-fs-arq-atribuicoes  <> "00" then
                     move "P06SISC20"                            to lnk-msn-erro-pmg
                     move 62                                     to lnk-msn-erro-offset
                     move 12                                     to lnk-return-code
                     move "Erro ao fechar arq. arq-atribuicoes"  to lnk-msn-erro-text
                     move ws-fs-arq-atribuicoes                  to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           if   ws-com-calendario then
                close arq-calendario               *> fechando o calendário acadêmico
                if   ws-fs-arq-calendario  <> "00" then
                     move "P06SISC20"                            to lnk-msn-erro-pmg
                     move 71                                     to lnk-msn-erro-offset
                     move 12                                     to lnk-return-code
                     move "Erro ao fechar arq. arq-calendario"   to lnk-msn-erro-text
                     move ws-fs-arq-calendario                   to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           if   ws-com-transferencias then
                close arq-transferencias           *> fechando o histórico de transferências
                if   ws-fs-arq-transferencias  <> "00" then
                     move "P06SISC20"                            to lnk-msn-erro-pmg
                     move 75                                     to lnk-msn-erro-offset
                     move 12                                     to lnk-return-code
                     move "Erro ao fechar arq. arq-transferencias" to lnk-msn-erro-text
                     move ws-fs-arq-transferencias               to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           if   ws-com-turmas then
                close arq-turmas                   *> fechando o mestre de turmas
                if   ws-fs-arq-turmas  <> "00" then
                     move "P06SISC20"                            to lnk-msn-erro-pmg
                     move 72                                     to lnk-msn-erro-offset
                     move 12                                     to lnk-return-code
                     move "Erro ao fechar arq. arq-turmas"       to lnk-msn-erro-text
                     move ws-fs-arq-turmas                       to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           close arq-restart                       *> fechando o arquivo de checkpoint/restart
           if   ws-fs-arq-restart  <> "00" then
                move "P06SISC20"                           to lnk-msn-erro-pmg
