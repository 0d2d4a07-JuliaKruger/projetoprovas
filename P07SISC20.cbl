           record key is fl-ope-usuario
           file status is ws-fs-arq-operadores.

           select arq-transferencias assign to "arq-transferencias.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-trf-chave
           file status is ws-fs-arq-transferencias.

       i-o-control.

      *>----Declaração de variáveis
           05 fl-data-prova                        pic x(10).

      *> arquivo mestre de operadores (mantido por P33SISC20): o perfil do
      *> operador logado decide se as operações de gravação (SA/DE/ST/TR)
      *> podem ser executadas ou devolvem "Operacao nao autorizada"
       fd arq-operadores.
       01 fl-operador.
           05 fl-ope-nome                          pic x(40).
           05 fl-ope-perfil                        pic x(01).

      *> histórico de transferências de turma: uma linha por troca, com a
      *> turma anterior, a nova e a data em que a troca vale. A chave leva
      *> a data efetiva em AAAAMMDD depois da matrícula, para as trocas de
      *> um aluno virem em ordem cronológica (P06SISC20/P11SISC20/
      *> P30SISC20 descobrem por aqui a turma do aluno na data da prova)
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

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-alunos                         pic x(02).
       77 ws-fs-arq-turmas                         pic x(02).
       77 ws-fs-arq-resultados                     pic x(02).
       77 ws-fs-arq-operadores                     pic x(02).
       77 ws-fs-arq-transferencias                 pic x(02).

       77 ws-operador                              pic x(08).

           88 ws-consultar-todos                   value "CT".
           88 ws-excluir                           value "DE".
           88 ws-situacao-turma                    value "ST".
           88 ws-transferir                        value "TR".

       77 ws-confirmacao                           pic x(01).
           88 ws-confirmar                         value "?".
           05 ws-msg-qtd-alunos                    pic zzzz9.
           05 filler                               pic x(09) value " aluno(s)".

      *> apoio da transferência de turma: turma de origem, data efetiva
      *> em AAAAMMDD (comparável como texto) e a data da última troca já
      *> registrada para o aluno
       77 ws-trf-turma-anterior                    pic x(10).
       77 ws-trf-data-chave                        pic x(08).
       77 ws-trf-ultima-data                       pic x(08).

       77 ws-data-dia                              pic 9(02).
       77 ws-data-mes                              pic 9(02).
       77 ws-data-ano                              pic 9(04).

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
               10 lnk-lst-nome                      pic x(40).
               10 lnk-lst-turma                     pic x(10).
               10 lnk-lst-situacao                  pic x(01).
      *> data em que a transferência de turma (TR) passa a valer, em
      *> DD/MM/AAAA; a turma nova vem em lnk-turma
           05 lnk-data-transferencia               pic x(10).

      *>----Declaração de tela
       screen section.
                move "Erro ao abrir arq. arq-resultados"  to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open i-o arq-transferencias              *> abrindo o histórico de transferências de turma
           if   ws-fs-arq-transferencias  <> "00"
           and  ws-fs-arq-transferencias <> "05" then
                move "P07SISC20"                          to lnk-msn-erro-pmg
                move 31                                   to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-transferencias             to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-transferencias" to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           accept ws-operador from environment "USER" *> operador logado no sistema operacional
           perform 1100-carregar-perfil             *> carregando o perfil do operador logado
           move lnk-confirmacao to ws-confirmacao   *> movendo a confirmação do usuário da linkage storage para a working storage

      *>------------------------------------------------------------------------
      *>  Processamento principal - o cadastro de alunos é mestre do
      *>  sistema: as operações que gravam (SA/DE/ST/TR) exigem o perfil
      *>  de administração
      *>------------------------------------------------------------------------
       2000-processamento section.
           evaluate lnk-operacao
                   else
                        perform 2900-negar-operacao
                   end-if
               when "TR"
                   if   ws-perfil-administracao then
                        perform 2700-transferir-turma *> seção para transferir o aluno de turma
                   else
                        perform 2900-negar-operacao
                   end-if
           end-evaluate

           .
                move ws-fs-arq-alunos               to lnk-msn-erro-cod
           else
                if   ws-fs-arq-alunos = 22 then      *> file status 22: na gravação, registro já existe
                     perform 2125-conferir-troca-turma
                     if   ws-validacao-erro then
                          continue
                     else
                          if   ws-confirmado then
                               *> movendo "N" para ws-confirmacao (usuário ainda precisa confirmar a exclusão de registro)
                               set ws-nao-confirmado     to true
                               rewrite fl-aluno          *> reescrevendo o registro caso o usuário queira
                               if   ws-fs-arq-alunos = "00" then
                                    move "P07SISC20"                          to lnk-msn-erro-pmg
                                    move 3                                    to lnk-msn-erro-offset
                                    move 00                                   to lnk-return-code
                                    move "Registro alterado com sucesso"      to lnk-msn-erro-text
                                    move ws-fs-arq-alunos                     to lnk-msn-erro-cod
                               else
                                    move "P07SISC20"                          to lnk-msn-erro-pmg
                                    move 4                                    to lnk-msn-erro-offset
                                    move 12                                   to lnk-return-code
                                    move "Erro ao alterar registro"           to lnk-msn-erro-text
                                    move ws-fs-arq-alunos                     to lnk-msn-erro-cod
                                    perform 9000-finaliza-anormal
                               end-if
                          else
                               *> movendo "?" para ws-confirmacao
                               set ws-confirmar          to true
                               *> saber se o usuário quer reescrever o registro
                               move "SA-Confirmar a alteracao de aluno?"      to lnk-msn
                          end-if
                     end-if
                else
                     move "P07SISC20"                                    to lnk-msn-erro-pmg
       2120-gravar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para impedir que a alteração (SA) de um aluno já cadastrado
      *>  troque a turma dele: a troca sobrescrita perde a turma em que o
      *>  aluno fez as provas anteriores, então ela só é feita pela
      *>  transferência (TR), que registra o histórico. Relê o registro
      *>  gravado e devolve os dados da tela ao buffer para o rewrite
      *>------------------------------------------------------------------------
       2125-conferir-troca-turma section.
           set ws-validacao-ok                     to true
           read arq-alunos                          *> lendo o registro já gravado (mesma chave do write)
           if   ws-fs-arq-alunos <> "00" then
                move "P07SISC20"                    to lnk-msn-erro-pmg
                move 33                             to lnk-msn-erro-offset
                move 12                             to lnk-return-code
                move "Erro ao ler registro"         to lnk-msn-erro-text
                move ws-fs-arq-alunos               to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           if   fl-turma <> lnk-turma then
                set ws-validacao-erro               to true
                set ws-nao-confirmado               to true
                unlock arq-alunos                   *> liberando o lock (nada será regravado)
                move "P07SISC20"                    to lnk-msn-erro-pmg
                move 34                             to lnk-msn-erro-offset
                move 04                             to lnk-return-code
                move "Troca de turma somente por transferencia" to lnk-msn-erro-text
                move "00"                           to lnk-msn-erro-cod
           end-if
           move lnk-aluno                           to fl-aluno
           .
       2125-conferir-troca-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para consultar/buscar um registro
      *>------------------------------------------------------------------------
       2610-alterar-situacao-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para transferir um aluno de turma: recebe a matrícula em
      *>  lnk-matricula, a turma nova em lnk-turma e a data em que a troca
      *>  vale em lnk-data-transferencia; pede confirmação como a exclusão
      *>  e, confirmada, grava a linha do histórico e só então regrava a
      *>  turma do aluno
      *>------------------------------------------------------------------------
       2700-transferir-turma section.
           perform 2710-validar-data-transferencia
           if   ws-validacao-erro then
                continue
           else
                move lnk-matricula                  to fl-matricula
                read arq-alunos                     *> lendo o aluno a transferir
                evaluate true
                    when ws-fs-arq-alunos = "00"
                         perform 2720-conferir-transferencia
                         if   ws-validacao-erro then
                              unlock arq-alunos     *> liberando o lock (nada será regravado)
                         else
                              if   ws-confirmado then
                                   *> movendo "N" para ws-confirmacao (usuário ainda precisa confirmar a transferência)
                                   set ws-nao-confirmado  to true
                                   perform 2740-gravar-transferencia
                              else
                                   unlock arq-alunos
                                   *> movendo "?" para ws-confirmacao
                                   set ws-confirmar       to true
                                   *> saber se o usuário quer transferir o aluno
                                   move "TR-Confirma a transferencia de turma?" to lnk-msn
                              end-if
                         end-if
                    when ws-fs-arq-alunos = "23"    *> file status 23: na leitura, registro não existe
                         move "P07SISC20"               to lnk-msn-erro-pmg
                         move 36                        to lnk-msn-erro-offset
                         move 04                        to lnk-return-code
                         move "Codigo inexistente"      to lnk-msn-erro-text
                         move ws-fs-arq-alunos          to lnk-msn-erro-cod
                    when other
                         move "P07SISC20"               to lnk-msn-erro-pmg
                         move 37                        to lnk-msn-erro-offset
                         move 12                        to lnk-return-code
                         move "Erro ao ler registro"    to lnk-msn-erro-text
                         move ws-fs-arq-alunos          to lnk-msn-erro-cod
                         perform 9000-finaliza-anormal
                end-evaluate
           end-if
           .
       2700-transferir-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para validar se lnk-data-transferencia é uma data DD/MM/AAAA
      *>  existente (mesma regra de 2135-validar-data-prova de P06SISC20) e
      *>  convertê-la para AAAAMMDD
      *>------------------------------------------------------------------------
       2710-validar-data-transferencia section.
           set ws-validacao-ok                     to true
           if   lnk-data-transferencia (3:1) <> "/"
           or   lnk-data-transferencia (6:1) <> "/"
           or   lnk-data-transferencia (1:2) not numeric
           or   lnk-data-transferencia (4:2) not numeric
           or   lnk-data-transferencia (7:4) not numeric then
                set ws-validacao-erro               to true
           else
                move lnk-data-transferencia (1:2)   to ws-data-dia
                move lnk-data-transferencia (4:2)   to ws-data-mes
                move lnk-data-transferencia (7:4)   to ws-data-ano
                if   ws-data-mes < 1 or ws-data-mes > 12
                or   ws-data-ano < 1900 or ws-data-ano > 2099
                or   ws-data-dia < 1 then
                     set ws-validacao-erro           to true
                else
                     if   ws-data-mes = 2
                     and  (function mod (ws-data-ano, 4) = 0
                     and  (function mod (ws-data-ano, 100) <> 0
                     or    function mod (ws-data-ano, 400) = 0))
                     and  ws-data-dia = 29 then
                          continue                   *> 29 de fevereiro em ano bissexto: data válida
                     else
                          if   ws-data-dia > ws-dias-no-mes (ws-data-mes) then
                               set ws-validacao-erro to true
                          end-if
                     end-if
                end-if
           end-if
           if   ws-validacao-erro then
                move "P07SISC20"                    to lnk-msn-erro-pmg
                move 35                             to lnk-msn-erro-offset
                move 04                             to lnk-return-code
                move "Data da transferencia invalida" to lnk-msn-erro-text
                move "00"                           to lnk-msn-erro-cod
           else
                string lnk-data-transferencia (7:4)
                       lnk-data-transferencia (4:2)
                       lnk-data-transferencia (1:2)
                       delimited by size into ws-trf-data-chave
           end-if
           .
       2710-validar-data-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para conferir a transferência do aluno lido: aluno ativo,
      *>  turma nova diferente da atual e cadastrada no mestre, e data
      *>  posterior à da última troca já registrada (o histórico precisa
      *>  ficar em ordem para a turma de cada data de prova sair certa)
      *>------------------------------------------------------------------------
       2720-conferir-transferencia section.
           set ws-validacao-ok                     to true
           move fl-turma                            to ws-trf-turma-anterior
           evaluate true
               when fl-situacao-inativo
                    set ws-validacao-erro           to true
                    move "P07SISC20"                to lnk-msn-erro-pmg
                    move 38                         to lnk-msn-erro-offset
                    move 04                         to lnk-return-code
                    move "Aluno inativo nao pode ser transferido" to lnk-msn-erro-text
                    move "00"                       to lnk-msn-erro-cod
               when lnk-turma = fl-turma
                    set ws-validacao-erro           to true
                    move "P07SISC20"                to lnk-msn-erro-pmg
                    move 39                         to lnk-msn-erro-offset
                    move 04                         to lnk-return-code
                    move "Aluno ja pertence a esta turma" to lnk-msn-erro-text
                    move "00"                       to lnk-msn-erro-cod
               when other
                    move lnk-turma                  to fl-turma
                    perform 2110-validar-turma
           end-evaluate
           if   ws-validacao-ok then
                perform 2730-buscar-ultima-transferencia
                if   ws-trf-ultima-data >= ws-trf-data-chave then
                     set ws-validacao-erro          to true
                     move "P07SISC20"               to lnk-msn-erro-pmg
                     move 41                        to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move "Data anterior a ultima transferencia" to lnk-msn-erro-text
                     move "00"                      to lnk-msn-erro-cod
                end-if
           end-if
           .
       2720-conferir-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para buscar a data (AAAAMMDD) da última transferência já
      *>  registrada para o aluno; sem nenhuma, devolve zeros
      *>------------------------------------------------------------------------
       2730-buscar-ultima-transferencia section.
           move "00000000"                          to ws-trf-ultima-data
           move fl-matricula                        to fl-trf-matricula
           move low-values                          to fl-trf-data-chave
           start arq-transferencias key is not less than fl-trf-chave
           if   ws-fs-arq-transferencias = "00" then
                perform until ws-fs-arq-transferencias <> "00"
                           or fl-trf-matricula <> fl-matricula
                     read arq-transferencias next record
                     if   ws-fs-arq-transferencias = "00" then
                          unlock arq-transferencias *> liberando o lock (busca é somente leitura)
                          if   fl-trf-matricula = fl-matricula then
                               move fl-trf-data-chave to ws-trf-ultima-data
                          end-if
                     else
                          if   ws-fs-arq-transferencias <> "10" *> file status 10: fim do arquivo
                               move "P07SISC20"                to lnk-msn-erro-pmg
                               move 40                         to lnk-msn-erro-offset
                               move 12                         to lnk-return-code
                               move "Erro ao ler registro"     to lnk-msn-erro-text
                               move ws-fs-arq-transferencias   to lnk-msn-erro-cod
                               perform 9000-finaliza-anormal
                          end-if
                     end-if
                end-perform
           else
                if   ws-fs-arq-transferencias <> "23"   *> file status 23: nenhuma transferência deste aluno em diante
                and  ws-fs-arq-transferencias <> "10"
                     move "P07SISC20"                to lnk-msn-erro-pmg
                     move 40                         to lnk-msn-erro-offset
                     move 12                         to lnk-return-code
                     move "Erro ao ler registro"     to lnk-msn-erro-text
                     move ws-fs-arq-transferencias   to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           .
       2730-buscar-ultima-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para gravar a transferência confirmada: primeiro a linha do
      *>  histórico, depois a turma nova no cadastro do aluno
      *>------------------------------------------------------------------------
       2740-gravar-transferencia section.
           move fl-matricula                        to fl-trf-matricula
           move ws-trf-data-chave                   to fl-trf-data-chave
           move ws-trf-turma-anterior               to fl-trf-turma-anterior
           move lnk-turma                           to fl-trf-turma-nova
           move lnk-data-transferencia              to fl-trf-data-efetiva
           move ws-operador                         to fl-trf-operador
           move function current-date               to fl-trf-data-hora
           write fl-transferencia
           if   ws-fs-arq-transferencias <> "00" then
                move "P07SISC20"                    to lnk-msn-erro-pmg
                move 42                             to lnk-msn-erro-offset
                move 12                             to lnk-return-code
                move "Erro ao gravar transferencia" to lnk-msn-erro-text
                move ws-fs-arq-transferencias       to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           move lnk-turma                           to fl-turma
           rewrite fl-aluno
           if   ws-fs-arq-alunos = "00" then
                move fl-aluno                       to lnk-aluno
                move "P07SISC20"                    to lnk-msn-erro-pmg
                move 44                             to lnk-msn-erro-offset
                move 00                             to lnk-return-code
                move "Transferencia registrada com sucesso" to lnk-msn-erro-text
                move ws-fs-arq-alunos               to lnk-msn-erro-cod
           else
                move "P07SISC20"                    to lnk-msn-erro-pmg
                move 43                             to lnk-msn-erro-offset
                move 12                             to lnk-return-code
                move "Erro ao alterar registro"     to lnk-msn-erro-text
                move ws-fs-arq-alunos               to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           .
       2740-gravar-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
                move ws-fs-arq-resultados                 to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-transferencias                 *> fechando o histórico de transferências
           if   ws-fs-arq-transferencias  <> "00" then
                move "P07SISC20"                          to lnk-msn-erro-pmg
                move 32                                   to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move "Erro ao fechar arq. arq-transferencias" to lnk-msn-erro-text
                move ws-fs-arq-transferencias             to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
      *> saindo do programa chamado
           exit program
           .
