      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P43SISC20".
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

           select arq-prerequisitos assign to "arq-prerequisitos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-pre-chave
           file status is ws-fs-arq-prerequisitos.

           select arq-disciplinas assign to "arq-disciplinas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cod-disciplina
           file status is ws-fs-arq-disciplinas.

           select arq-operadores assign to "arq-operadores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-ope-usuario
           file status is ws-fs-arq-operadores.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
      *> arquivo mestre de pré-requisitos: um registro por par
      *> disciplina/pré-requisito, dizendo que fl-pre-id-requisito precisa
      *> estar aprovado (AP em arq-situacoes) antes da matrícula do aluno em
      *> fl-pre-id-disciplina (conferido por P24SISC20)
       fd arq-prerequisitos.
       01 fl-prerequisito.
           05 fl-pre-chave.
               10 fl-pre-id-disciplina             pic 9(03).
               10 fl-pre-id-requisito              pic 9(03).
           05 fl-pre-data-cadastro                 pic x(10).

       fd arq-disciplinas.
       01 fl-disciplina.
           05 fl-cod-disciplina                    pic 9(03).
           05 fl-nome-disciplina                   pic x(40).
           05 fl-carga-horaria                     pic 9(03).

      *> arquivo mestre de operadores (mantido por P33SISC20): o perfil do
      *> operador logado decide se as operações de gravação (SA/DE) podem
      *> ser executadas ou devolvem "Operacao nao autorizada"
       fd arq-operadores.
       01 fl-operador.
           05 fl-ope-usuario                       pic x(08).
           05 fl-ope-nome                          pic x(40).
           05 fl-ope-perfil                        pic x(01).

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-prerequisitos                  pic x(02).
       77 ws-fs-arq-disciplinas                    pic x(02).
       77 ws-fs-arq-operadores                     pic x(02).

       77 ws-operador                              pic x(08).

      *> perfil do operador logado, carregado de arq-operadores na
      *> inicialização: o cadastro de pré-requisitos é mestre do sistema,
      *> só o perfil de administração (A) grava ou exclui. Sem o arquivo
      *> (instalação ainda sem cadastro de operadores) tudo fica liberado;
      *> operador fora do cadastro cai para consulta
       77 ws-perfil                                pic x(01) value "A".
           88 ws-perfil-consulta                   value "C".
           88 ws-perfil-lancamento                 value "L".
           88 ws-perfil-administracao              value "A".

       77 ws-confirmacao                           pic x(01).
           88 ws-confirmar                         value "?".
           88 ws-confirmado                        value "S".
           88 ws-nao-confirmado                    value "N".

       77 ws-validacao                             pic x(01).
           88 ws-validacao-ok                      value "S".
           88 ws-validacao-erro                    value "N".

       77 ws-data-corrente                         pic x(21).
       77 ws-cod-validar                           pic 9(03).

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

       01 lnk-gp-prerequisito.
           05 lnk-prerequisito.
               10 lnk-pre-chave.
                   15 lnk-pre-id-disciplina        pic 9(03).
                   15 lnk-pre-id-requisito         pic 9(03).
               10 lnk-pre-data-cadastro            pic x(10).
           05 lnk-qtd-lista                        pic 9(03).
           05 lnk-tem-mais                         pic x(01).
               88 lnk-tem-mais-registros           value "S".
               88 lnk-nao-tem-mais-registros       value "N".
           05 lnk-chave-continuacao.
               10 lnk-cont-id-disciplina           pic 9(03).
               10 lnk-cont-id-requisito            pic 9(03).
           05 lnk-tab-prerequisito occurs 200 times indexed by lnk-idx.
               10 lnk-lst-id-disciplina            pic 9(03).
               10 lnk-lst-id-requisito             pic 9(03).
               10 lnk-lst-nome-requisito           pic x(40).
               10 lnk-lst-data-cadastro            pic x(10).

      *>----Declaração de tela
       screen section.

      *>----Declaração do corpo do programa
       procedure division using lnk-controle, lnk-gp-prerequisito.

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
           open i-o arq-prerequisitos               *> open i-o abre o arquivo para leitura e escrita
           if   ws-fs-arq-prerequisitos  <> "00"    *> file status 00: comando executado com sucesso
           and  ws-fs-arq-prerequisitos <> "05" then *> file status 05: open opcional com sucesso, mas não existe aquivo anterior
                move "P43SISC20"                              to lnk-msn-erro-pmg
                move 1                                        to lnk-msn-erro-offset
                move 12                                       to lnk-return-code
                move ws-fs-arq-prerequisitos                  to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-prerequisitos"   to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open i-o arq-disciplinas                 *> abrindo o arquivo mestre de disciplinas para validação
           if   ws-fs-arq-disciplinas  <> "00"
           and  ws-fs-arq-disciplinas <> "05" then
                move "P43SISC20"                              to lnk-msn-erro-pmg
                move 2                                        to lnk-msn-erro-offset
                move 12                                       to lnk-return-code
                move ws-fs-arq-disciplinas                    to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-disciplinas"     to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           accept ws-operador from environment "USER" *> operador logado no sistema operacional
           perform 1100-carregar-perfil             *> carregando o perfil do operador logado
           move lnk-confirmacao to ws-confirmacao   *> movendo a confirmação do usuário da linkage storage para a working storage
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para carregar o perfil do operador logado de
      *>  arq-operadores (mantido por P33SISC20). Sem o arquivo (file
      *>  status 35, instalação ainda sem cadastro) tudo fica liberado,
      *>  como sempre foi; com o arquivo, operador fora do cadastro cai
      *>  para consulta e não alcança as gravações
      *>------------------------------------------------------------------------
       1100-carregar-perfil section.
           open input arq-operadores
           evaluate true
               when ws-fs-arq-operadores = "00"
               or   ws-fs-arq-operadores = "05"
                    move ws-operador                to fl-ope-usuario
                    read arq-operadores
                    evaluate true
                        when ws-fs-arq-operadores = "00"
                             move fl-ope-perfil     to ws-perfil
                             unlock arq-operadores  *> liberando o lock (leitura de apoio, somente consulta)
                        when ws-fs-arq-operadores = "23" *> file status 23: operador fora do cadastro
                             set ws-perfil-consulta to true
                        when other
                             move "P43SISC20"                         to lnk-msn-erro-pmg
                             move 3                                   to lnk-msn-erro-offset
                             move 12                                  to lnk-return-code
                             move "Erro ao ler registro"              to lnk-msn-erro-text
                             move ws-fs-arq-operadores                to lnk-msn-erro-cod
                             perform 9000-finaliza-anormal
                    end-evaluate
                    close arq-operadores
               when ws-fs-arq-operadores = "35"    *> file status 35: cadastro de operadores não implantado
                    continue
               when other
                    move "P43SISC20"                         to lnk-msn-erro-pmg
                    move 4                                   to lnk-msn-erro-offset
                    move 12                                  to lnk-return-code
                    move ws-fs-arq-operadores                to lnk-msn-erro-cod
                    move "Erro ao abrir arq. arq-operadores" to lnk-msn-erro-text
                    perform 9000-finaliza-anormal
           end-evaluate
           move ws-perfil                          to lnk-perfil
           .
       1100-carregar-perfil-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - o cadastro de pré-requisitos é mestre
      *>  do sistema: as operações que gravam (SA/DE) exigem o perfil de
      *>  administração
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
               when "CN"
                   perform 2300-b-varios-registros  *> seção para buscar os pré-requisitos de uma disciplina
               when "CT"
                   perform 2400-b-todos-registros   *> seção para buscar todos os registros
               when "DE"
                   if   ws-perfil-administracao then
                        perform 2500-deletar-dados  *> seção para deletar dados
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
           move "P43SISC20"                        to lnk-msn-erro-pmg
           move 5                                  to lnk-msn-erro-offset
           move 04                                 to lnk-return-code
           move "Operacao nao autorizada"          to lnk-msn-erro-text
           move "00"                               to lnk-msn-erro-cod
           .
       2900-negar-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para salvar dados: as duas disciplinas precisam existir, ser
      *>  diferentes e não formar um ciclo direto (a disciplina ser
      *>  pré-requisito do seu próprio pré-requisito), senão nenhum aluno
      *>  conseguiria se matricular em nenhuma das duas
      *>------------------------------------------------------------------------
       2100-salvar-dados section.
           move lnk-prerequisito                    to fl-prerequisito
           set ws-validacao-ok                      to true
           if   fl-pre-id-disciplina = fl-pre-id-requisito then
                set ws-validacao-erro               to true
                move "P43SISC20"                    to lnk-msn-erro-pmg
                move 6                              to lnk-msn-erro-offset
                move 04                             to lnk-return-code
                move "Disciplina nao pode ser requisito de si mesma" to lnk-msn-erro-text
                move "00"                           to lnk-msn-erro-cod
           end-if
           if   ws-validacao-ok then
                move fl-pre-id-disciplina           to ws-cod-validar
                perform 2110-validar-disciplina
           end-if
           if   ws-validacao-ok then
                move fl-pre-id-requisito            to ws-cod-validar
                perform 2110-validar-disciplina
           end-if
           if   ws-validacao-ok then
                perform 2120-verificar-ciclo
           end-if
           if   ws-validacao-erro then
                continue
           else
                perform 2130-gravar-prerequisito
           end-if
           .
       2100-salvar-dados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para validar se o código em ws-cod-validar existe no mestre
      *>  de disciplinas
      *>------------------------------------------------------------------------
       2110-validar-disciplina section.
           move ws-cod-validar                      to fl-cod-disciplina
           read arq-disciplinas                     *> conferindo se o código existe no arquivo mestre de disciplinas
           if   ws-fs-arq-disciplinas <> "00" then
                if   ws-fs-arq-disciplinas = "23" then *> file status 23: código não cadastrado
                     set ws-validacao-erro          to true
                     move "P43SISC20"               to lnk-msn-erro-pmg
                     move 7                         to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move "Disciplina inexistente"  to lnk-msn-erro-text
                     move ws-fs-arq-disciplinas     to lnk-msn-erro-cod
                else
                     move "P43SISC20"               to lnk-msn-erro-pmg
                     move 8                         to lnk-msn-erro-offset
                     move 12                        to lnk-return-code
                     move "Erro ao ler registro"    to lnk-msn-erro-text
                     move ws-fs-arq-disciplinas     to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           else
                *> validação apenas confere se a disciplina existe; nada é gravado
                *> neste arquivo aqui, então o registro não deve ficar travado
                unlock arq-disciplinas
           end-if
           .
       2110-validar-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para recusar o par invertido já cadastrado (ciclo direto)
      *>------------------------------------------------------------------------
       2120-verificar-ciclo section.
           move lnk-pre-id-requisito                to fl-pre-id-disciplina
           move lnk-pre-id-disciplina               to fl-pre-id-requisito
           read arq-prerequisitos
           evaluate true
               when ws-fs-arq-prerequisitos = "00"
                    unlock arq-prerequisitos        *> liberando o lock (leitura de apoio, somente consulta)
                    set ws-validacao-erro           to true
                    move "P43SISC20"                to lnk-msn-erro-pmg
                    move 9                          to lnk-msn-erro-offset
                    move 04                         to lnk-return-code
                    move "Pre-requisito circular"   to lnk-msn-erro-text
                    move "00"                       to lnk-msn-erro-cod
               when ws-fs-arq-prerequisitos = "23"  *> file status 23: par invertido não cadastrado
                    continue
               when other
                    move "P43SISC20"                to lnk-msn-erro-pmg
                    move 10                         to lnk-msn-erro-offset
                    move 12                         to lnk-return-code
                    move "Erro ao ler registro"     to lnk-msn-erro-text
                    move ws-fs-arq-prerequisitos    to lnk-msn-erro-cod
                    perform 9000-finaliza-anormal
           end-evaluate
           move lnk-prerequisito                    to fl-prerequisito
           .
       2120-verificar-ciclo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para gravar um pré-requisito já validado; a data de
      *>  cadastro é a do dia, então regravar um par existente não altera
      *>  nada e volta como já cadastrado
      *>------------------------------------------------------------------------
       2130-gravar-prerequisito section.
           move function current-date               to ws-data-corrente
           string ws-data-corrente (7:2) "/"
                  ws-data-corrente (5:2) "/"
                  ws-data-corrente (1:4)
                  delimited by size into fl-pre-data-cadastro
           write fl-prerequisito                    *> escrevendo os dados no arquivo
           evaluate true
               when ws-fs-arq-prerequisitos = "00"
                    move fl-prerequisito            to lnk-prerequisito
                    move "P43SISC20"                to lnk-msn-erro-pmg
                    move 11                         to lnk-msn-erro-offset
                    move 00                         to lnk-return-code
                    move "Registro salvo com sucesso" to lnk-msn-erro-text
                    move ws-fs-arq-prerequisitos    to lnk-msn-erro-cod
               when ws-fs-arq-prerequisitos = "22"  *> file status 22: na gravação, registro já existe
                    move "P43SISC20"                to lnk-msn-erro-pmg
                    move 12                         to lnk-msn-erro-offset
                    move 04                         to lnk-return-code
                    move "Pre-requisito ja cadastrado" to lnk-msn-erro-text
                    move ws-fs-arq-prerequisitos    to lnk-msn-erro-cod
               when other
                    move "P43SISC20"                to lnk-msn-erro-pmg
                    move 13                         to lnk-msn-erro-offset
                    move 12                         to lnk-return-code
                    move "Erro ao escrever registro" to lnk-msn-erro-text
                    move ws-fs-arq-prerequisitos    to lnk-msn-erro-cod
                    perform 9000-finaliza-anormal
           end-evaluate
           .
       2130-gravar-prerequisito-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para consultar/buscar um registro
      *>------------------------------------------------------------------------
       2200-b-um-registro section.
      *> carregando a chave do arquivo
           move lnk-pre-id-disciplina               to fl-pre-id-disciplina
           move lnk-pre-id-requisito                to fl-pre-id-requisito
           read arq-prerequisitos                   *> lendo o arquivo usando a chave
           if   ws-fs-arq-prerequisitos = "00" then
                move fl-prerequisito to lnk-prerequisito
                unlock arq-prerequisitos            *> liberando o lock (consulta é somente leitura)
                move "P43SISC20"                    to lnk-msn-erro-pmg
                move 14                             to lnk-msn-erro-offset
                move 00                             to lnk-return-code
                move "Registro lido com sucesso"    to lnk-msn-erro-text
                move ws-fs-arq-prerequisitos        to lnk-msn-erro-cod
           else
                if   ws-fs-arq-prerequisitos = "23" then *> file status 23: na leitura, registro não existe
                     move "P43SISC20"               to lnk-msn-erro-pmg
                     move 15                        to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move "Codigo inexistente"      to lnk-msn-erro-text
                     move ws-fs-arq-prerequisitos   to lnk-msn-erro-cod
                else
                     move "P43SISC20"               to lnk-msn-erro-pmg
                     move 16                        to lnk-msn-erro-offset
                     move 12                        to lnk-return-code
                     move "Erro ao ler registro"    to lnk-msn-erro-text
                     move ws-fs-arq-prerequisitos   to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           .
       2200-b-um-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para consultar/buscar todos os pré-requisitos de uma
      *>  disciplina, paginando por lnk-chave-continuacao: a chave primária
      *>  começa pela disciplina, então o intervalo dela é contíguo no
      *>  arquivo (mesmo desenho de 2300-b-varios-registros de P24SISC20)
      *>------------------------------------------------------------------------
       2300-b-varios-registros section.
           move 0                                  to lnk-qtd-lista
           set lnk-nao-tem-mais-registros          to true
           if   lnk-chave-continuacao = low-values
           or   lnk-chave-continuacao = spaces
           or   lnk-chave-continuacao = zeros then
                *> primeira página: começar do início do intervalo da disciplina
                move lnk-pre-id-disciplina         to fl-pre-id-disciplina
                move 0                             to fl-pre-id-requisito
                start arq-prerequisitos key is not less than fl-pre-chave
           else
                *> páginas seguintes: continuar a partir do último registro devolvido
                move lnk-chave-continuacao          to fl-pre-chave
                start arq-prerequisitos key is greater than fl-pre-chave
           end-if
           if   ws-fs-arq-prerequisitos = "00" then
                perform until ws-fs-arq-prerequisitos <> "00"
                           or fl-pre-id-disciplina <> lnk-pre-id-disciplina
                           or lnk-qtd-lista >= 200
                     read arq-prerequisitos next record *> lendo o arquivo sequencialmente
                     if   ws-fs-arq-prerequisitos = "00"
                     and  fl-pre-id-disciplina = lnk-pre-id-disciplina then *> ... e a disciplina for a solicitada
                          perform 2310-guardar-na-lista
                          *> liberando o lock deste registro logo após copiar os dados; "unlock" só
                          *> libera o registro do último I/O, então um único unlock depois do loop
                          *> deixaria os registros 1..n-1 travados até o fechamento do arquivo
                          unlock arq-prerequisitos
                     else
                          if   ws-fs-arq-prerequisitos <> "10" *> file status 10: fim do arquivo
                          and  ws-fs-arq-prerequisitos <> "00"
                               move "P43SISC20"             to lnk-msn-erro-pmg
                               move 17                      to lnk-msn-erro-offset
                               move 12                      to lnk-return-code
                               move "Erro ao ler registro"  to lnk-msn-erro-text
                               move ws-fs-arq-prerequisitos to lnk-msn-erro-cod
                               perform 9000-finaliza-anormal
                          end-if
                     end-if
                end-perform
                unlock arq-prerequisitos            *> liberando o lock (consulta é somente leitura)
                if   lnk-qtd-lista >= 200
                and  fl-pre-id-disciplina = lnk-pre-id-disciplina then
                     set lnk-tem-mais-registros     to true *> ainda existem mais registros da disciplina além da página atual
                end-if
                if   lnk-qtd-lista > 0 then
                     move "P43SISC20"                    to lnk-msn-erro-pmg
                     move 18                             to lnk-msn-erro-offset
                     move 00                             to lnk-return-code
                     move "Registros lidos com sucesso"  to lnk-msn-erro-text
                     move "00"                           to lnk-msn-erro-cod
                else
                     move "P43SISC20"              to lnk-msn-erro-pmg
                     move 18                       to lnk-msn-erro-offset
                     move 04                       to lnk-return-code
                     move "Codigo inexistente"     to lnk-msn-erro-text
                     move "23"                     to lnk-msn-erro-cod
                end-if
           else
                if   ws-fs-arq-prerequisitos = "23" then
                     move "P43SISC20"              to lnk-msn-erro-pmg
                     move 19                       to lnk-msn-erro-offset
                     move 04                       to lnk-return-code
                     move "Codigo inexistente"     to lnk-msn-erro-text
                     move ws-fs-arq-prerequisitos  to lnk-msn-erro-cod
                else
                     move "P43SISC20"              to lnk-msn-erro-pmg
                     move 19                       to lnk-msn-erro-offset
                     move 12                       to lnk-return-code
                     move "Erro ao ler registro"   to lnk-msn-erro-text
                     move ws-fs-arq-prerequisitos  to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           .
       2300-b-varios-registros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para copiar o registro lido para a próxima linha da lista,
      *>  com o nome do pré-requisito (fora do mestre sai em branco)
      *>------------------------------------------------------------------------
       2310-guardar-na-lista section.
           add 1                                    to lnk-qtd-lista
           move lnk-qtd-lista                       to lnk-idx
           move fl-pre-id-disciplina                to lnk-lst-id-disciplina (lnk-idx)
           move fl-pre-id-requisito                 to lnk-lst-id-requisito (lnk-idx)
           move fl-pre-data-cadastro                to lnk-lst-data-cadastro (lnk-idx)
           move fl-pre-chave                        to lnk-chave-continuacao *> última chave lida, para a próxima página
           move spaces                              to lnk-lst-nome-requisito (lnk-idx)
           move fl-pre-id-requisito                 to fl-cod-disciplina
           read arq-disciplinas
           if   ws-fs-arq-disciplinas = "00" then
                move fl-nome-disciplina             to lnk-lst-nome-requisito (lnk-idx)
                unlock arq-disciplinas              *> liberando o lock (leitura de apoio, somente consulta)
           end-if
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
                move low-values                    to fl-pre-chave
                start arq-prerequisitos key is not less than fl-pre-chave
           else
                *> páginas seguintes: continuando a partir do último registro devolvido
                move lnk-chave-continuacao          to fl-pre-chave
                start arq-prerequisitos key is greater than fl-pre-chave
           end-if
           if   ws-fs-arq-prerequisitos = "00" then
                perform until ws-fs-arq-prerequisitos <> "00"
                           or lnk-qtd-lista >= 200
                     read arq-prerequisitos next record
                     if   ws-fs-arq-prerequisitos = "00" then
                          perform 2310-guardar-na-lista
                          *> liberando o lock deste registro logo após copiar os dados; "unlock" só
                          *> libera o registro do último I/O, então um único unlock depois do loop
                          *> deixaria os registros 1..n-1 travados até o fechamento do arquivo
                          unlock arq-prerequisitos
                     else
                          if   ws-fs-arq-prerequisitos <> "10" *> file status 10: fim do arquivo
                               move "P43SISC20"                to lnk-msn-erro-pmg
                               move 20                         to lnk-msn-erro-offset
                               move 12                         to lnk-return-code
                               move "Erro ao ler registro"     to lnk-msn-erro-text
                               move ws-fs-arq-prerequisitos    to lnk-msn-erro-cod
                               perform 9000-finaliza-anormal
                          end-if
                     end-if
                end-perform
                unlock arq-prerequisitos            *> liberando o lock (consulta é somente leitura)
                if   ws-fs-arq-prerequisitos <> "10" then
                     set lnk-tem-mais-registros      to true *> ainda há registros além desta página
                end-if
                move "P43SISC20"                    to lnk-msn-erro-pmg
                move 21                             to lnk-msn-erro-offset
                move 00                             to lnk-return-code
                move "Registros lidos com sucesso"  to lnk-msn-erro-text
                move "00"                           to lnk-msn-erro-cod
           else
                if   ws-fs-arq-prerequisitos = "23" then *> file status 23: arq-prerequisitos vazio (arquivo novo/sem registros)
                     move "P43SISC20"                    to lnk-msn-erro-pmg
                     move 22                             to lnk-msn-erro-offset
                     move 00                             to lnk-return-code
                     move "Registros lidos com sucesso"  to lnk-msn-erro-text
                     move "00"                           to lnk-msn-erro-cod
                else
                     move "P43SISC20"                    to lnk-msn-erro-pmg
                     move 22                             to lnk-msn-erro-offset
                     move 12                             to lnk-return-code
                     move "Erro ao ler registro"         to lnk-msn-erro-text
                     move ws-fs-arq-prerequisitos        to lnk-msn-erro-cod
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
           move lnk-pre-id-disciplina               to fl-pre-id-disciplina
           move lnk-pre-id-requisito                to fl-pre-id-requisito
           read arq-prerequisitos                   *> lendo o arquivo
           if   ws-fs-arq-prerequisitos = "00" then
                if   ws-confirmado then
                     *> movendo "N" para ws-confirmacao (usuário ainda precisa confirmar a exclusão de registro)
                     set ws-nao-confirmado          to true
                     delete arq-prerequisitos       *> deletando o registro
                     if   ws-fs-arq-prerequisitos = "00" then
                          move "P43SISC20"                      to lnk-msn-erro-pmg
                          move 23                               to lnk-msn-erro-offset
                          move 00                               to lnk-return-code
                          move "Registro excluido com sucesso"  to lnk-msn-erro-text
                          move ws-fs-arq-prerequisitos          to lnk-msn-erro-cod
                     else
                          move "P43SISC20"                      to lnk-msn-erro-pmg
                          move 24                               to lnk-msn-erro-offset
                          move 12                               to lnk-return-code
                          move "Erro ao excluir registro"       to lnk-msn-erro-text
                          move ws-fs-arq-prerequisitos          to lnk-msn-erro-cod
                          perform 9000-finaliza-anormal
                     end-if
                else
                     unlock arq-prerequisitos       *> liberando o lock enquanto o usuário decide
                     *> movendo "?" para ws-confirmacao
                     set ws-confirmar               to true
                     *> saber se o usuário quer excluir/deletar o registro
                     move "DE-Confirma a exclusao do pre-requisito?" to lnk-msn
                end-if
           else
                if   ws-fs-arq-prerequisitos = "23" then
                     move "P43SISC20"               to lnk-msn-erro-pmg
                     move 25                        to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move "Codigo inexistente"      to lnk-msn-erro-text
                     move ws-fs-arq-prerequisitos   to lnk-msn-erro-cod
                else
                     move "P43SISC20"               to lnk-msn-erro-pmg
                     move 26                        to lnk-msn-erro-offset
                     move 12                        to lnk-return-code
                     move "Erro ao ler registro"    to lnk-msn-erro-text
                     move ws-fs-arq-prerequisitos   to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           .
       2500-deletar-dados-exit.
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
           close arq-prerequisitos                  *> fechando o arquivo
           if   ws-fs-arq-prerequisitos  <> "00" then
                move "P43SISC20"                              to lnk-msn-erro-pmg
                move 27                                       to lnk-msn-erro-offset
                move 12                                       to lnk-return-code
                move "Erro ao fechar arq. arq-prerequisitos"  to lnk-msn-erro-text
                move ws-fs-arq-prerequisitos                  to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-disciplinas                    *> fechando o arquivo mestre de disciplinas
           if   ws-fs-arq-disciplinas  <> "00" then
                move "P43SISC20"                              to lnk-msn-erro-pmg
                move 28                                       to lnk-msn-erro-offset
                move 12                                       to lnk-return-code
                move "Erro ao fechar arq. arq-disciplinas"    to lnk-msn-erro-text
                move ws-fs-arq-disciplinas                    to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
      *> saindo do programa chamado
           exit program
           .
       3000-finaliza-exit.
           exit.
