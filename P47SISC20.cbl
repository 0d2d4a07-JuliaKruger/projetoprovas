      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P47SISC20".
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

           select arq-calendario assign to "arq-calendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cal-chave
           file status is ws-fs-arq-calendario.

           select arq-operadores assign to "arq-operadores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-ope-usuario
           file status is ws-fs-arq-operadores.

           select arq-auditoria assign to "arq-auditoria.dat"
           organization is line sequential
           file status is ws-fs-arq-auditoria.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
      *> arquivo mestre do calendário acadêmico: um registro por
      *> ano/período com a janela de lançamento de notas, a data do
      *> fechamento (P14SISC20 não roda antes dela) e a janela de
      *> recuperação (P28SISC20 não roda antes do fim dela). Fora das
      *> janelas a gravação de notas (P06SISC20/P10SISC20) fica travada,
      *> salvo reabertura temporária pela administração até
      *> fl-cal-reaberto-ate. Datas em DD/MM/AAAA, como fl-data-prova
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

      *> arquivo mestre de operadores (mantido por P33SISC20): o perfil do
      *> operador logado decide se SA/DE/RA podem ser executados
       fd arq-operadores.
       01 fl-operador.
           05 fl-ope-usuario                       pic x(08).
           05 fl-ope-nome                          pic x(40).
           05 fl-ope-perfil                        pic x(01).

      *> trilha de auditoria compartilhada com P06SISC20: a reabertura de
      *> um período entra como operação RA, com o ano/período (AAAA/PP) no
      *> lugar da matrícula e as datas de reabertura antes/depois no lugar
      *> das datas de prova
       fd arq-auditoria.
       01 fl-auditoria.
           05 fl-aud-operador                      pic x(08).
           05 fl-aud-data-hora                     pic x(21).
           05 fl-aud-operacao                      pic x(02).
           05 fl-aud-chave-resul.
               10 fl-aud-id-resultado               pic 9(02).
               10 fl-aud-user-disc.
                   15 fl-aud-user-id                pic x(08).
                   15 fl-aud-id-disciplina           pic 9(03).
           05 fl-aud-nota-antes                    pic -99,99.
           05 fl-aud-nota-depois                   pic -99,99.
           05 fl-aud-data-prova-antes              pic x(10).
           05 fl-aud-data-prova-depois             pic x(10).

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-calendario                     pic x(02).
       77 ws-fs-arq-operadores                     pic x(02).
       77 ws-fs-arq-auditoria                      pic x(02).

       77 ws-operador                              pic x(08).

      *> perfil do operador logado, carregado de arq-operadores na
      *> inicialização: o calendário é mestre do sistema, só o perfil de
      *> administração (A) grava, exclui ou reabre. Sem o arquivo
      *> (instalação ainda sem cadastro de operadores) tudo fica liberado;
      *> operador fora do cadastro cai para consulta
       77 ws-perfil                                pic x(01) value "A".
           88 ws-perfil-consulta                   value "C".
           88 ws-perfil-lancamento                 value "L".
           88 ws-perfil-administracao              value "A".

      *> "S" quando arq-operadores existe
       77 ws-tem-operadores                        pic x(01) value "N".
           88 ws-com-operadores                    value "S".

       77 ws-confirmacao                           pic x(01).
           88 ws-confirmar                         value "?".
           88 ws-confirmado                        value "S".
           88 ws-nao-confirmado                    value "N".

       77 ws-validacao                             pic x(01).
           88 ws-validacao-ok                      value "S".
           88 ws-validacao-erro                    value "N".

      *> apoio da validação de datas: a data DD/MM/AAAA a conferir entra em
      *> ws-dat-entrada e sai convertida para AAAAMMDD (comparável como
      *> texto) em ws-dat-aaaammdd
       77 ws-dat-entrada                           pic x(10).
       77 ws-dat-aaaammdd                          pic x(08).
       77 ws-dat-situacao                          pic x(01).
           88 ws-dat-valida                        value "S".
           88 ws-dat-invalida                      value "N".
       77 ws-data-dia                              pic 9(02).
       77 ws-data-mes                              pic 9(02).
       77 ws-data-ano                              pic 9(04).

      *> datas do calendário convertidas para AAAAMMDD, para conferir a
      *> ordem das janelas
       77 ws-cmp-lanc-inicio                       pic x(08).
       77 ws-cmp-lanc-fim                          pic x(08).
       77 ws-cmp-fechamento                        pic x(08).
       77 ws-cmp-rec-inicio                        pic x(08).
       77 ws-cmp-rec-fim                           pic x(08).
       77 ws-cmp-hoje                              pic x(08).

       77 ws-data-corrente                         pic x(21).

      *> reabertura antes/depois, guardadas para a auditoria
       77 ws-reaberto-antes                        pic x(10).
       77 ws-reaberto-depois                       pic x(10).

       01 ws-tab-dias-mes-valores.
           05 filler                               pic 9(02) value 31.
           05 filler                               pic 9(02) value 28.
           05 filler                               pic 9(02) value 31.
           05 filler                               pic 9(02) value 30.
           05 filler                               pic 9(02) value 31.
           05 filler                               pic 9(02) value 30.
           05 filler                               pic 9(02) value 31.
           05 filler                               pic 9(02) value 31.
           05 filler                               pic 9(02) value 30.
           05 filler                               pic 9(02) value 31.
           05 filler                               pic 9(02) value 30.
           05 filler                               pic 9(02) value 31.
       01 ws-tab-dias-mes redefines ws-tab-dias-mes-valores.
           05 ws-dias-no-mes                       pic 9(02) occurs 12 times.

      *>----Variáveis para comunicação entre programas
       linkage section.
       01 lnk-controle.
           05 lnk-operacao                         pic x(02).
           05 lnk-confirmacao                      pic x(01).
           05 lnk-msn                              pic x(50).
           05 lnk-retorno.
               10 lnk-msn-erro-pmg                 pic x(09). *> id do pmg
               10 lnk-msn-erro-offset              pic 9(03). *> local do erro
               10 lnk-return-code                  pic 9(02). *> status do pmg
               10 lnk-msn-erro-cod                 pic x(02). *> file status
               10 lnk-msn-erro-text                pic x(50). *> mensagem de erro
      *> perfil efetivo do operador logado (C/L/A), devolvido para a tela
      *> desabilitar as operações que o perfil não permite
           05 lnk-perfil                           pic x(01).

       01 lnk-gp-calendario.
           05 lnk-calendario.
               10 lnk-cal-chave.
                   15 lnk-cal-ano                  pic 9(04).
                   15 lnk-cal-periodo              pic 9(02).
               10 lnk-cal-lanc-inicio              pic x(10).
               10 lnk-cal-lanc-fim                 pic x(10).
               10 lnk-cal-data-fechamento          pic x(10).
               10 lnk-cal-rec-inicio               pic x(10).
               10 lnk-cal-rec-fim                  pic x(10).
      *> na reabertura (RA) lnk-cal-reaberto-ate traz a nova data limite;
      *> em branco encerra uma reabertura em curso
               10 lnk-cal-reaberto-ate             pic x(10).
               10 lnk-cal-reaberto-por             pic x(08).
           05 lnk-qtd-lista                        pic 9(03).
           05 lnk-tem-mais                         pic x(01).
               88 lnk-tem-mais-registros           value "S".
               88 lnk-nao-tem-mais-registros       value "N".
           05 lnk-chave-continuacao.
               10 lnk-cont-ano                     pic 9(04).
               10 lnk-cont-periodo                 pic 9(02).
           05 lnk-tab-calendario occurs 200 times indexed by lnk-idx.
               10 lnk-lst-ano                      pic 9(04).
               10 lnk-lst-periodo                  pic 9(02).
               10 lnk-lst-lanc-inicio              pic x(10).
               10 lnk-lst-lanc-fim                 pic x(10).
               10 lnk-lst-data-fechamento          pic x(10).
               10 lnk-lst-rec-inicio               pic x(10).
               10 lnk-lst-rec-fim                  pic x(10).
               10 lnk-lst-reaberto-ate             pic x(10).

      *>----Declaração de tela
       screen section.

      *>----Declaração do corpo do programa
       procedure division using lnk-controle, lnk-gp-calendario.

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
           open i-o arq-calendario                  *> open i-o abre o arquivo para leitura e escrita
           if   ws-fs-arq-calendario  <> "00"       *> file status 00: comando executado com sucesso
           and  ws-fs-arq-calendario <> "05" then   *> file status 05: open opcional com sucesso, mas não existe aquivo anterior
                move "P47SISC20"                              to lnk-msn-erro-pmg
                move 1                                        to lnk-msn-erro-offset
                move 12                                       to lnk-return-code
                move ws-fs-arq-calendario                     to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-calendario"      to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open extend arq-auditoria                *> abrindo o arquivo de auditoria para acrescentar registros
           if   ws-fs-arq-auditoria  <> "00"
           and  ws-fs-arq-auditoria <> "05" then
                move "P47SISC20"                              to lnk-msn-erro-pmg
                move 2                                        to lnk-msn-erro-offset
                move 12                                       to lnk-return-code
                move ws-fs-arq-auditoria                      to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-auditoria"       to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open input arq-operadores
           if   ws-fs-arq-operadores = "00"
           or   ws-fs-arq-operadores = "05" then
                set ws-com-operadores              to true
           else
                if   ws-fs-arq-operadores <> "35" then *> file status 35: cadastro de operadores não implantado
                     move "P47SISC20"                          to lnk-msn-erro-pmg
                     move 3                                    to lnk-msn-erro-offset
                     move 12                                   to lnk-return-code
                     move ws-fs-arq-operadores                 to lnk-msn-erro-cod
                     move "Erro ao abrir arq. arq-operadores"  to lnk-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           accept ws-operador from environment "USER" *> operador logado no sistema operacional
           perform 1100-carregar-perfil             *> carregando o perfil do operador logado
      *> a data do dia, em AAAAMMDD, para conferir a reabertura
           move function current-date               to ws-data-corrente
           move ws-data-corrente (1:8)              to ws-cmp-hoje
           move lnk-confirmacao to ws-confirmacao   *> movendo a confirmação do usuário da linkage storage para a working storage
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para carregar o perfil do operador logado de
      *>  arq-operadores (mantido por P33SISC20). Sem o arquivo tudo fica
      *>  liberado, como sempre foi; com o arquivo, operador fora do
      *>  cadastro cai para consulta e não alcança as gravações
      *>------------------------------------------------------------------------
       1100-carregar-perfil section.
           if   ws-com-operadores then
                move ws-operador                   to fl-ope-usuario
                read arq-operadores
                evaluate true
                    when ws-fs-arq-operadores = "00"
                         move fl-ope-perfil        to ws-perfil
                    when ws-fs-arq-operadores = "23" *> file status 23: operador fora do cadastro
                         set ws-perfil-consulta    to true
                    when other
                         move "P47SISC20"                         to lnk-msn-erro-pmg
                         move 4                                   to lnk-msn-erro-offset
                         move 12                                  to lnk-return-code
                         move "Erro ao ler registro"              to lnk-msn-erro-text
                         move ws-fs-arq-operadores                to lnk-msn-erro-cod
                         perform 9000-finaliza-anormal
                end-evaluate
           end-if
           move ws-perfil                          to lnk-perfil
           .
       1100-carregar-perfil-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - o calendário é mestre do sistema: as
      *>  operações que gravam (SA/DE) e a reabertura (RA) exigem o perfil
      *>  de administração
      *>------------------------------------------------------------------------
       2000-processamento section.
           evaluate lnk-operacao
               when "SA"
                   if   ws-perfil-administracao then
                        perform 2100-salvar-dados   *> seção para salvar dados
                   else
                        perform 2900-negar-operacao
                   end-if
               when "C1"
                   perform 2200-b-um-registro       *> seção para buscar um registro
               when "CT"
                   perform 2400-b-todos-registros   *> seção para buscar todos os registros
               when "DE"
                   if   ws-perfil-administracao then
                        perform 2500-deletar-dados  *> seção para deletar dados
                   else
                        perform 2900-negar-operacao
                   end-if
               when "RA"
                   if   ws-perfil-administracao then
                        perform 2600-reabrir-periodo *> seção para reabrir temporariamente o lançamento
                   else
                        perform 2900-negar-operacao
                   end-if
           end-evaluate

           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para negar uma operação de gravação a um perfil que não a
      *>  permite, devolvendo um retorno limpo em vez de alcançar o write
      *>------------------------------------------------------------------------
       2900-negar-operacao section.
           move "P47SISC20"                        to lnk-msn-erro-pmg
           move 5                                  to lnk-msn-erro-offset
           move 04                                 to lnk-return-code
           move "Operacao nao autorizada"          to lnk-msn-erro-text
           move "00"                               to lnk-msn-erro-cod
           .
       2900-negar-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para salvar dados: inclui o período ou, com confirmação,
      *>  altera as janelas de um período já cadastrado. A reabertura não é
      *>  mexida pelo SA, só pela operação RA (que passa pela auditoria)
      *>------------------------------------------------------------------------
       2100-salvar-dados section.
           move lnk-calendario                      to fl-calendario
           move spaces                              to fl-cal-reaberto-ate
           move spaces                              to fl-cal-reaberto-por
           perform 2110-validar-calendario
           if   ws-validacao-erro then
                continue
           else
                write fl-calendario                 *> escrevendo os dados no arquivo
                if   ws-fs-arq-calendario = "00" then
                     move fl-calendario             to lnk-calendario
                     move "P47SISC20"               to lnk-msn-erro-pmg
                     move 6                         to lnk-msn-erro-offset
                     move 00                        to lnk-return-code
                     move "Registro salvo com sucesso" to lnk-msn-erro-text
                     move ws-fs-arq-calendario      to lnk-msn-erro-cod
                else
                     if   ws-fs-arq-calendario = "22" then *> file status 22: na gravação, registro já existe
                          if   ws-confirmado then
                               *> movendo "N" para ws-confirmacao (usuário ainda precisa confirmar a próxima alteração)
                               set ws-nao-confirmado    to true
                               *> relendo o registro atual para preservar a reabertura em curso
                               read arq-calendario
                               if   ws-fs-arq-calendario <> "00" then
                                    move "P47SISC20"                  to lnk-msn-erro-pmg
                                    move 7                            to lnk-msn-erro-offset
                                    move 12                           to lnk-return-code
                                    move "Erro ao ler registro"       to lnk-msn-erro-text
                                    move ws-fs-arq-calendario         to lnk-msn-erro-cod
                                    perform 9000-finaliza-anormal
                               end-if
                               move lnk-cal-lanc-inicio     to fl-cal-lanc-inicio
                               move lnk-cal-lanc-fim        to fl-cal-lanc-fim
                               move lnk-cal-data-fechamento to fl-cal-data-fechamento
                               move lnk-cal-rec-inicio      to fl-cal-rec-inicio
                               move lnk-cal-rec-fim         to fl-cal-rec-fim
                               rewrite fl-calendario    *> reescrevendo o registro caso o usuário queira
                               if   ws-fs-arq-calendario = "00" then
                                    move fl-calendario                to lnk-calendario
                                    move "P47SISC20"                  to lnk-msn-erro-pmg
                                    move 8                            to lnk-msn-erro-offset
                                    move 00                           to lnk-return-code
                                    move "Registro alterado com sucesso" to lnk-msn-erro-text
                                    move ws-fs-arq-calendario         to lnk-msn-erro-cod
                               else
                                    move "P47SISC20"                  to lnk-msn-erro-pmg
                                    move 9                            to lnk-msn-erro-offset
                                    move 12                           to lnk-return-code
                                    move "Erro ao alterar registro"   to lnk-msn-erro-text
                                    move ws-fs-arq-calendario         to lnk-msn-erro-cod
                                    perform 9000-finaliza-anormal
                               end-if
                          else
                               *> movendo "?" para ws-confirmacao
                               set ws-confirmar         to true
                               *> saber se o usuário quer reescrever o registro
                               move "SA-Confirma a alteracao do calendario?" to lnk-msn
                          end-if
                     else
                          move "P47SISC20"                  to lnk-msn-erro-pmg
                          move 10                           to lnk-msn-erro-offset
                          move 12                           to lnk-return-code
                          move "Erro ao escrever registro"  to lnk-msn-erro-text
                          move ws-fs-arq-calendario         to lnk-msn-erro-cod
                          perform 9000-finaliza-anormal
                     end-if
                end-if
           end-if
           .
       2100-salvar-dados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para validar o período antes de gravar: ano/período válidos,
      *>  datas existentes e janelas em ordem (início do lançamento, fim do
      *>  lançamento, fechamento e, quando houver, a recuperação depois do
      *>  fechamento)
      *>------------------------------------------------------------------------
       2110-validar-calendario section.
           set ws-validacao-ok                      to true
           if   fl-cal-ano < 1900 or fl-cal-ano > 2099
           or   fl-cal-periodo = 0 then
                set ws-validacao-erro               to true
                move "P47SISC20"                    to lnk-msn-erro-pmg
                move 11                             to lnk-msn-erro-offset
                move 04                             to lnk-return-code
                move "Ano/periodo invalido"         to lnk-msn-erro-text
                move "00"                           to lnk-msn-erro-cod
           end-if
           if   ws-validacao-ok then
                move fl-cal-lanc-inicio             to ws-dat-entrada
                perform 2150-validar-data
                if   ws-dat-invalida then
                     set ws-validacao-erro          to true
                     move "P47SISC20"               to lnk-msn-erro-pmg
                     move 12                        to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move "Inicio do lancamento invalido" to lnk-msn-erro-text
                     move "00"                      to lnk-msn-erro-cod
                else
                     move ws-dat-aaaammdd           to ws-cmp-lanc-inicio
                end-if
           end-if
           if   ws-validacao-ok then
                move fl-cal-lanc-fim                to ws-dat-entrada
                perform 2150-validar-data
                if   ws-dat-invalida then
                     set ws-validacao-erro          to true
                     move "P47SISC20"               to lnk-msn-erro-pmg
                     move 13                        to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move "Fim do lancamento invalido" to lnk-msn-erro-text
                     move "00"                      to lnk-msn-erro-cod
                else
                     move ws-dat-aaaammdd           to ws-cmp-lanc-fim
                end-if
           end-if
           if   ws-validacao-ok then
                move fl-cal-data-fechamento         to ws-dat-entrada
                perform 2150-validar-data
                if   ws-dat-invalida then
                     set ws-validacao-erro          to true
                     move "P47SISC20"               to lnk-msn-erro-pmg
                     move 14                        to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move "Data de fechamento invalida" to lnk-msn-erro-text
                     move "00"                      to lnk-msn-erro-cod
                else
                     move ws-dat-aaaammdd           to ws-cmp-fechamento
                end-if
           end-if
      *> a janela de recuperação é opcional (período sem recuperação), mas
      *> se vier precisa vir inteira
           if   ws-validacao-ok then
                if   fl-cal-rec-inicio = spaces
                and  fl-cal-rec-fim = spaces then
                     move spaces                    to ws-cmp-rec-inicio
                     move spaces                    to ws-cmp-rec-fim
                else
                     move fl-cal-rec-inicio         to ws-dat-entrada
                     perform 2150-validar-data
                     if   ws-dat-invalida then
                          set ws-validacao-erro     to true
                          move "P47SISC20"          to lnk-msn-erro-pmg
                          move 15                   to lnk-msn-erro-offset
                          move 04                   to lnk-return-code
                          move "Inicio da recuperacao invalido" to lnk-msn-erro-text
                          move "00"                 to lnk-msn-erro-cod
                     else
                          move ws-dat-aaaammdd      to ws-cmp-rec-inicio
                          move fl-cal-rec-fim       to ws-dat-entrada
                          perform 2150-validar-data
                          if   ws-dat-invalida then
                               set ws-validacao-erro to true
                               move "P47SISC20"     to lnk-msn-erro-pmg
                               move 16              to lnk-msn-erro-offset
                               move 04              to lnk-return-code
                               move "Fim da recuperacao invalido" to lnk-msn-erro-text
                               move "00"            to lnk-msn-erro-cod
                          else
                               move ws-dat-aaaammdd to ws-cmp-rec-fim
                          end-if
                     end-if
                end-if
           end-if
           if   ws-validacao-ok then
                if   ws-cmp-lanc-inicio > ws-cmp-lanc-fim
                or   ws-cmp-lanc-fim > ws-cmp-fechamento then
                     set ws-validacao-erro          to true
                     move "P47SISC20"               to lnk-msn-erro-pmg
                     move 17                        to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move "Datas de lancamento/fechamento fora de ordem" to lnk-msn-erro-text
                     move "00"                      to lnk-msn-erro-cod
                end-if
           end-if
           if   ws-validacao-ok
           and  ws-cmp-rec-inicio <> spaces then
                if   ws-cmp-fechamento > ws-cmp-rec-inicio
                or   ws-cmp-rec-inicio > ws-cmp-rec-fim then
                     set ws-validacao-erro          to true
                     move "P47SISC20"               to lnk-msn-erro-pmg
                     move 18                        to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move "Datas de recuperacao fora de ordem" to lnk-msn-erro-text
                     move "00"                      to lnk-msn-erro-cod
                end-if
           end-if
           .
       2110-validar-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para validar se ws-dat-entrada é uma data DD/MM/AAAA
      *>  existente (mesma regra de 2135-validar-data-prova de P06SISC20),
      *>  devolvendo-a em AAAAMMDD em ws-dat-aaaammdd
      *>------------------------------------------------------------------------
       2150-validar-data section.
           set ws-dat-valida                        to true
           move spaces                              to ws-dat-aaaammdd
           if   ws-dat-entrada (3:1) <> "/"
           or   ws-dat-entrada (6:1) <> "/"
           or   ws-dat-entrada (1:2) not numeric
           or   ws-dat-entrada (4:2) not numeric
           or   ws-dat-entrada (7:4) not numeric then
                set ws-dat-invalida                 to true
           else
                move ws-dat-entrada (1:2)           to ws-data-dia
                move ws-dat-entrada (4:2)           to ws-data-mes
                move ws-dat-entrada (7:4)           to ws-data-ano
                if   ws-data-mes < 1 or ws-data-mes > 12
                or   ws-data-ano < 1900 or ws-data-ano > 2099
                or   ws-data-dia < 1 then
                     set ws-dat-invalida             to true
                else
                     if   ws-data-mes = 2
                     and  (function mod (ws-data-ano, 4) = 0
                     and  (function mod (ws-data-ano, 100) <> 0
                     or    function mod (ws-data-ano, 400) = 0))
                     and  ws-data-dia = 29 then
                          continue                   *> 29 de fevereiro em ano bissexto: data válida
                     else
                          if   ws-data-dia > ws-dias-no-mes (ws-data-mes) then
                               set ws-dat-invalida   to true
                          end-if
                     end-if
                end-if
           end-if
           if   ws-dat-valida then
                string ws-dat-entrada (7:4)
                       ws-dat-entrada (4:2)
                       ws-dat-entrada (1:2)
                       delimited by size into ws-dat-aaaammdd
           end-if
           .
       2150-validar-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para consultar/buscar um registro
      *>------------------------------------------------------------------------
       2200-b-um-registro section.
      *> carregando a chave do arquivo
           move lnk-cal-chave                       to fl-cal-chave
           read arq-calendario                      *> lendo o arquivo usando a chave
           if   ws-fs-arq-calendario = "00" then
                move fl-calendario to lnk-calendario
                unlock arq-calendario               *> liberando o lock (consulta é somente leitura)
                move "P47SISC20"                    to lnk-msn-erro-pmg
                move 19                             to lnk-msn-erro-offset
                move 00                             to lnk-return-code
                move "Registro lido com sucesso"    to lnk-msn-erro-text
                move ws-fs-arq-calendario           to lnk-msn-erro-cod
           else
                if   ws-fs-arq-calendario = "23" then *> file status 23: na leitura, registro não existe
                     move "P47SISC20"               to lnk-msn-erro-pmg
                     move 20                        to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move "Codigo inexistente"      to lnk-msn-erro-text
                     move ws-fs-arq-calendario      to lnk-msn-erro-cod
                else
                     move "P47SISC20"               to lnk-msn-erro-pmg
                     move 21                        to lnk-msn-erro-offset
                     move 12                        to lnk-return-code
                     move "Erro ao ler registro"    to lnk-msn-erro-text
                     move ws-fs-arq-calendario      to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           .
       2200-b-um-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para copiar o registro lido para a próxima linha da lista
      *>------------------------------------------------------------------------
       2310-guardar-na-lista section.
           add 1                                    to lnk-qtd-lista
           move lnk-qtd-lista                       to lnk-idx
           move fl-cal-ano                          to lnk-lst-ano (lnk-idx)
           move fl-cal-periodo                      to lnk-lst-periodo (lnk-idx)
           move fl-cal-lanc-inicio                  to lnk-lst-lanc-inicio (lnk-idx)
           move fl-cal-lanc-fim                     to lnk-lst-lanc-fim (lnk-idx)
           move fl-cal-data-fechamento              to lnk-lst-data-fechamento (lnk-idx)
           move fl-cal-rec-inicio                   to lnk-lst-rec-inicio (lnk-idx)
           move fl-cal-rec-fim                      to lnk-lst-rec-fim (lnk-idx)
           move fl-cal-reaberto-ate                 to lnk-lst-reaberto-ate (lnk-idx)
           move fl-cal-chave                        to lnk-chave-continuacao *> última chave lida, para a próxima página
           .
       2310-guardar-na-lista-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para consultar/buscar todos os registros, paginando por
      *>  lnk-chave-continuacao em vez de truncar silenciosamente ao chegar
      *>  no limite da tabela (mesmo desenho de P24SISC20)
      *>------------------------------------------------------------------------
       2400-b-todos-registros section.
           move 0                                  to lnk-qtd-lista
           set lnk-nao-tem-mais-registros          to true
           if   lnk-chave-continuacao = low-values
           or   lnk-chave-continuacao = spaces
           or   lnk-chave-continuacao = zeros then
                *> primeira página: começando sempre do início do arquivo
                move low-values                    to fl-cal-chave
                start arq-calendario key is not less than fl-cal-chave
           else
                *> páginas seguintes: continuando a partir do último registro devolvido
                move lnk-chave-continuacao          to fl-cal-chave
                start arq-calendario key is greater than fl-cal-chave
           end-if
           if   ws-fs-arq-calendario = "00" then
                perform until ws-fs-arq-calendario <> "00"
                           or lnk-qtd-lista >= 200
                     read arq-calendario next record
                     if   ws-fs-arq-calendario = "00" then
                          perform 2310-guardar-na-lista
                          *> liberando o lock deste registro logo após copiar os dados; "unlock" só
                          *> libera o registro do último I/O, então um único unlock depois do loop
                          *> deixaria os registros 1..n-1 travados até o fechamento do arquivo
                          unlock arq-calendario
                     else
                          if   ws-fs-arq-calendario <> "10" *> file status 10: fim do arquivo
                               move "P47SISC20"                to lnk-msn-erro-pmg
                               move 22                         to lnk-msn-erro-offset
                               move 12                         to lnk-return-code
                               move "Erro ao ler registro"     to lnk-msn-erro-text
                               move ws-fs-arq-calendario       to lnk-msn-erro-cod
                               perform 9000-finaliza-anormal
                          end-if
                     end-if
                end-perform
                unlock arq-calendario               *> liberando o lock (consulta é somente leitura)
                if   ws-fs-arq-calendario <> "10" then
                     set lnk-tem-mais-registros      to true *> ainda há registros além desta página
                end-if
                move "P47SISC20"                    to lnk-msn-erro-pmg
                move 23                             to lnk-msn-erro-offset
                move 00                             to lnk-return-code
                move "Registros lidos com sucesso"  to lnk-msn-erro-text
                move "00"                           to lnk-msn-erro-cod
           else
                if   ws-fs-arq-calendario = "23" then *> file status 23: arq-calendario vazio (arquivo novo/sem registros)
                     move "P47SISC20"                    to lnk-msn-erro-pmg
                     move 24                             to lnk-msn-erro-offset
                     move 00                             to lnk-return-code
                     move "Registros lidos com sucesso"  to lnk-msn-erro-text
                     move "00"                           to lnk-msn-erro-cod
                else
                     move "P47SISC20"                    to lnk-msn-erro-pmg
                     move 24                             to lnk-msn-erro-offset
                     move 12                             to lnk-return-code
                     move "Erro ao ler registro"         to lnk-msn-erro-text
                     move ws-fs-arq-calendario           to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           .
       2400-b-todos-registros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para deletar dados
      *>------------------------------------------------------------------------
       2500-deletar-dados section.
           move lnk-cal-chave                       to fl-cal-chave
           read arq-calendario                      *> lendo o arquivo
           if   ws-fs-arq-calendario = "00" then
                if   ws-confirmado then
                     *> movendo "N" para ws-confirmacao (usuário ainda precisa confirmar a exclusão de registro)
                     set ws-nao-confirmado          to true
                     delete arq-calendario          *> deletando o registro
                     if   ws-fs-arq-calendario = "00" then
                          move "P47SISC20"                      to lnk-msn-erro-pmg
                          move 25                               to lnk-msn-erro-offset
                          move 00                               to lnk-return-code
                          move "Registro excluido com sucesso"  to lnk-msn-erro-text
                          move ws-fs-arq-calendario             to lnk-msn-erro-cod
                     else
                          move "P47SISC20"                      to lnk-msn-erro-pmg
                          move 26                               to lnk-msn-erro-offset
                          move 12                               to lnk-return-code
                          move "Erro ao excluir registro"       to lnk-msn-erro-text
                          move ws-fs-arq-calendario             to lnk-msn-erro-cod
                          perform 9000-finaliza-anormal
                     end-if
                else
                     unlock arq-calendario          *> liberando o lock enquanto o usuário decide
                     *> movendo "?" para ws-confirmacao
                     set ws-confirmar               to true
                     *> saber se o usuário quer excluir/deletar o registro
                     move "DE-Confirma a exclusao do periodo?" to lnk-msn
                end-if
           else
                if   ws-fs-arq-calendario = "23" then
                     move "P47SISC20"               to lnk-msn-erro-pmg
                     move 27                        to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move "Codigo inexistente"      to lnk-msn-erro-text
                     move ws-fs-arq-calendario      to lnk-msn-erro-cod
                else
                     move "P47SISC20"               to lnk-msn-erro-pmg
                     move 28                        to lnk-msn-erro-offset
                     move 12                        to lnk-return-code
                     move "Erro ao ler registro"    to lnk-msn-erro-text
                     move ws-fs-arq-calendario      to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           .
       2500-deletar-dados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para reabrir temporariamente o lançamento de notas de um
      *>  período (ou encerrar uma reabertura em curso, com a data em
      *>  branco): até fl-cal-reaberto-ate a gravação volta a aceitar notas
      *>  do período mesmo fora das janelas. Cada reabertura confirmada vai
      *>  para a trilha de auditoria
      *>------------------------------------------------------------------------
       2600-reabrir-periodo section.
           move lnk-cal-chave                       to fl-cal-chave
           read arq-calendario                      *> lendo o período a reabrir
           if   ws-fs-arq-calendario = "00" then
                set ws-validacao-ok                 to true
                if   lnk-cal-reaberto-ate <> spaces then
                     move lnk-cal-reaberto-ate      to ws-dat-entrada
                     perform 2150-validar-data
                     if   ws-dat-invalida
                     or   ws-dat-aaaammdd < ws-cmp-hoje then *> reabertura só vale do dia em diante
                          set ws-validacao-erro     to true
                     end-if
                end-if
                if   ws-validacao-erro then
                     unlock arq-calendario          *> liberando o lock (nada será alterado)
                     move "P47SISC20"               to lnk-msn-erro-pmg
                     move 29                        to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move "Data de reabertura invalida" to lnk-msn-erro-text
                     move "00"                      to lnk-msn-erro-cod
                else
                     if   ws-confirmado then
                          *> movendo "N" para ws-confirmacao (usuário ainda precisa confirmar a próxima reabertura)
                          set ws-nao-confirmado          to true
                          move fl-cal-reaberto-ate       to ws-reaberto-antes
                          move lnk-cal-reaberto-ate      to ws-reaberto-depois
                          move lnk-cal-reaberto-ate      to fl-cal-reaberto-ate
                          if   lnk-cal-reaberto-ate = spaces then
                               move spaces               to fl-cal-reaberto-por
                          else
                               move ws-operador          to fl-cal-reaberto-por
                          end-if
                          rewrite fl-calendario          *> gravando a reabertura
                          if   ws-fs-arq-calendario = "00" then
                               move fl-calendario                    to lnk-calendario
                               move "P47SISC20"                      to lnk-msn-erro-pmg
                               move 30                               to lnk-msn-erro-offset
                               move 00                               to lnk-return-code
                               if   fl-cal-reaberto-ate = spaces then
                                    move "Reabertura encerrada com sucesso" to lnk-msn-erro-text
                               else
                                    move "Periodo reaberto com sucesso"     to lnk-msn-erro-text
                               end-if
                               move ws-fs-arq-calendario             to lnk-msn-erro-cod
                               perform 2650-gravar-auditoria
                          else
                               move "P47SISC20"                      to lnk-msn-erro-pmg
                               move 31                               to lnk-msn-erro-offset
                               move 12                               to lnk-return-code
                               move "Erro ao alterar registro"       to lnk-msn-erro-text
                               move ws-fs-arq-calendario             to lnk-msn-erro-cod
                               perform 9000-finaliza-anormal
                          end-if
                     else
                          unlock arq-calendario          *> liberando o lock enquanto o usuário decide
                          *> movendo "?" para ws-confirmacao
                          set ws-confirmar               to true
                          *> saber se o usuário quer mesmo reabrir o período
                          move "RA-Confirma a reabertura do periodo?" to lnk-msn
                     end-if
                end-if
           else
                if   ws-fs-arq-calendario = "23" then
                     move "P47SISC20"               to lnk-msn-erro-pmg
                     move 32                        to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move "Codigo inexistente"      to lnk-msn-erro-text
                     move ws-fs-arq-calendario      to lnk-msn-erro-cod
                else
                     move "P47SISC20"               to lnk-msn-erro-pmg
                     move 33                        to lnk-msn-erro-offset
                     move 12                        to lnk-return-code
                     move "Erro ao ler registro"    to lnk-msn-erro-text
                     move ws-fs-arq-calendario      to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           .
       2600-reabrir-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para gravar a reabertura na trilha de auditoria: operação
      *>  RA, ano/período (AAAA/PP) no lugar da matrícula, sem resultado,
      *>  disciplina nem nota, e a data limite antes/depois no lugar das
      *>  datas de prova
      *>------------------------------------------------------------------------
       2650-gravar-auditoria section.
           move ws-operador                        to fl-aud-operador
           move function current-date              to fl-aud-data-hora
           move "RA"                               to fl-aud-operacao
           move 0                                  to fl-aud-id-resultado
           move spaces                             to fl-aud-user-id
           string fl-cal-ano "/" fl-cal-periodo
                  delimited by size into fl-aud-user-id
           move 0                                  to fl-aud-id-disciplina
           move 0                                  to fl-aud-nota-antes
           move 0                                  to fl-aud-nota-depois
           move ws-reaberto-antes                  to fl-aud-data-prova-antes
           move ws-reaberto-depois                 to fl-aud-data-prova-depois
           write fl-auditoria
           if   ws-fs-arq-auditoria <> "00" then
                move "P47SISC20"                          to lnk-msn-erro-pmg
                move 34                                   to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move "Erro ao gravar arq. arq-auditoria"  to lnk-msn-erro-text
                move ws-fs-arq-auditoria                  to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           .
       2650-gravar-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       9000-finaliza-anormal section.
      *> movendo 12 (seguindo a especificação) para o return code da linkage section
           move 12                                  to lnk-return-code
      *> parando a execução o programa
           stop run
           .
       9000-finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.
      *> movendo a variável de confirmação da working storage para a linkage section
           move ws-confirmacao                      to lnk-confirmacao
           close arq-calendario                     *> fechando o arquivo
           if   ws-fs-arq-calendario  <> "00" then
                move "P47SISC20"                              to lnk-msn-erro-pmg
                move 35                                       to lnk-msn-erro-offset
                move 12                                       to lnk-return-code
                move "Erro ao fechar arq. arq-calendario"     to lnk-msn-erro-text
                move ws-fs-arq-calendario                     to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-auditoria                      *> fechando o arquivo de auditoria
           if   ws-fs-arq-auditoria  <> "00" then
                move "P47SISC20"                              to lnk-msn-erro-pmg
                move 36                                       to lnk-msn-erro-offset
                move 12                                       to lnk-return-code
                move "Erro ao fechar arq. arq-auditoria"      to lnk-msn-erro-text
                move ws-fs-arq-auditoria                      to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           if   ws-com-operadores then
                close arq-operadores                *> fechando o cadastro de operadores
                if   ws-fs-arq-operadores  <> "00" then
                     move "P47SISC20"                              to lnk-msn-erro-pmg
                     move 37                                       to lnk-msn-erro-offset
                     move 12                                       to lnk-return-code
                     move "Erro ao fechar arq. arq-operadores"     to lnk-msn-erro-text
                     move ws-fs-arq-operadores                     to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
      *> saindo do programa chamado
           exit program
           .
       3000-finaliza-exit.
           exit.
