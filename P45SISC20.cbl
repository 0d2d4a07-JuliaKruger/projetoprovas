      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P45SISC20".
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

           select arq-atribuicoes assign to "arq-atribuicoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-atr-chave
           file status is ws-fs-arq-atribuicoes.

           select arq-operadores assign to "arq-operadores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-ope-usuario
           file status is ws-fs-arq-operadores.

           select arq-turmas assign to "arq-turmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cod-turma
           file status is ws-fs-arq-turmas.

           select arq-disciplinas assign to "arq-disciplinas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cod-disciplina
           file status is ws-fs-arq-disciplinas.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
      *> arquivo mestre de atribuições de docência: um registro por
      *> operador/turma/disciplina que o operador leciona. Com o arquivo
      *> implantado, a gravação de resultados (P06SISC20) e a carga
      *> (P10SISC20) só aceitam do perfil de lançamento notas de alunos das
      *> turmas/disciplinas atribuídas a ele
       fd arq-atribuicoes.
       01 fl-atribuicao.
           05 fl-atr-chave.
               10 fl-atr-usuario                   pic x(08).
               10 fl-atr-turma                     pic x(10).
               10 fl-atr-id-disciplina             pic 9(03).
           05 fl-atr-data-cadastro                 pic x(10).

      *> arquivo mestre de operadores (mantido por P33SISC20): o operador
      *> da atribuição precisa estar cadastrado, e o perfil do operador
      *> logado decide se SA/DE podem ser executados
       fd arq-operadores.
       01 fl-operador.
           05 fl-ope-usuario                       pic x(08).
           05 fl-ope-nome                          pic x(40).
           05 fl-ope-perfil                        pic x(01).

       fd arq-turmas.
       01 fl-turma-reg.
           05 fl-cod-turma                         pic x(10).
           05 fl-descricao-turma                   pic x(40).
           05 fl-ano-turma                         pic 9(04).
           05 fl-periodo-turma                     pic 9(02).
           05 fl-professor-turma                   pic x(40).

       fd arq-disciplinas.
       01 fl-disciplina.
           05 fl-cod-disciplina                    pic 9(03).
           05 fl-nome-disciplina                   pic x(40).
           05 fl-carga-horaria                     pic 9(03).

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-atribuicoes                    pic x(02).
       77 ws-fs-arq-operadores                     pic x(02).
       77 ws-fs-arq-turmas                         pic x(02).
       77 ws-fs-arq-disciplinas                    pic x(02).

       77 ws-operador                              pic x(08).

      *> perfil do operador logado, carregado de arq-operadores na
      *> inicialização: as atribuições são mestre do sistema, só o perfil
      *> de administração (A) grava ou exclui. Sem o arquivo (instalação
      *> ainda sem cadastro de operadores) tudo fica liberado; operador
      *> fora do cadastro cai para consulta
       77 ws-perfil                                pic x(01) value "A".
           88 ws-perfil-consulta                   value "C".
           88 ws-perfil-lancamento                 value "L".
           88 ws-perfil-administracao              value "A".

      *> "S" quando arq-operadores existe; sem ele não há operador válido
      *> para receber uma atribuição
       77 ws-tem-operadores                        pic x(01) value "N".
           88 ws-com-operadores                    value "S".

       77 ws-confirmacao                           pic x(01).
           88 ws-confirmar                         value "?".
           88 ws-confirmado                        value "S".
           88 ws-nao-confirmado                    value "N".

       77 ws-validacao                             pic x(01).
           88 ws-validacao-ok                      value "S".
           88 ws-validacao-erro                    value "N".

       77 ws-data-corrente                         pic x(21).

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

       01 lnk-gp-atribuicao.
           05 lnk-atribuicao.
               10 lnk-atr-chave.
                   15 lnk-atr-usuario              pic x(08).
                   15 lnk-atr-turma                pic x(10).
                   15 lnk-atr-id-disciplina        pic 9(03).
               10 lnk-atr-data-cadastro            pic x(10).
           05 lnk-qtd-lista                        pic 9(03).
           05 lnk-tem-mais                         pic x(01).
               88 lnk-tem-mais-registros           value "S".
               88 lnk-nao-tem-mais-registros       value "N".
           05 lnk-chave-continuacao.
               10 lnk-cont-usuario                 pic x(08).
               10 lnk-cont-turma                   pic x(10).
               10 lnk-cont-id-disciplina           pic 9(03).
           05 lnk-tab-atribuicao occurs 200 times indexed by lnk-idx.
               10 lnk-lst-usuario                  pic x(08).
               10 lnk-lst-turma                    pic x(10).
               10 lnk-lst-id-disciplina            pic 9(03).
               10 lnk-lst-data-cadastro            pic x(10).

      *>----Declaração de tela
       screen section.

      *>----Declaração do corpo do programa
       procedure division using lnk-controle, lnk-gp-atribuicao.

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
           open i-o arq-atribuicoes                 *> open i-o abre o arquivo para leitura e escrita
           if   ws-fs-arq-atribuicoes  <> "00"      *> file status 00: comando executado com sucesso
           and  ws-fs-arq-atribuicoes <> "05" then  *> file status 05: open opcional com sucesso, mas não existe aquivo anterior
                move "P45SISC20"                              to lnk-msn-erro-pmg
                move 1                                        to lnk-msn-erro-offset
                move 12                                       to lnk-return-code
                move ws-fs-arq-atribuicoes                    to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-atribuicoes"     to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open i-o arq-turmas                      *> abrindo o arquivo mestre de turmas para validação
           if   ws-fs-arq-turmas  <> "00"
           and  ws-fs-arq-turmas <> "05" then
                move "P45SISC20"                              to lnk-msn-erro-pmg
                move 2                                        to lnk-msn-erro-offset
                move 12                                       to lnk-return-code
                move ws-fs-arq-turmas                         to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-turmas"          to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open i-o arq-disciplinas                 *> abrindo o arquivo mestre de disciplinas para validação
           if   ws-fs-arq-disciplinas  <> "00"
           and  ws-fs-arq-disciplinas <> "05" then
                move "P45SISC20"                              to lnk-msn-erro-pmg
                move 3                                        to lnk-msn-erro-offset
                move 12                                       to lnk-return-code
                move ws-fs-arq-disciplinas                    to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-disciplinas"     to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
      *> o cadastro de operadores fica aberto a chamada inteira: serve ao
      *> perfil do operador logado e à validação do operador atribuído
           open input arq-operadores
           if   ws-fs-arq-operadores = "00"
           or   ws-fs-arq-operadores = "05" then
                set ws-com-operadores              to true
           else
                if   ws-fs-arq-operadores <> "35" then *> file status 35: cadastro de operadores não implantado
                     move "P45SISC20"                          to lnk-msn-erro-pmg
                     move 4                                    to lnk-msn-erro-offset
                     move 12                                   to lnk-return-code
                     move ws-fs-arq-operadores                 to lnk-msn-erro-cod
                     move "Erro ao abrir arq. arq-operadores"  to lnk-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           accept ws-operador from environment "USER" *> operador logado no sistema operacional
           perform 1100-carregar-perfil             *> carregando o perfil do operador logado
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
                         move "P45SISC20"                         to lnk-msn-erro-pmg
                         move 5                                   to lnk-msn-erro-offset
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
      *>  Processamento principal - as atribuições são mestre do sistema:
      *>  as operações que gravam (SA/DE) exigem o perfil de administração
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
                   perform 2300-b-varios-registros  *> seção para buscar as atribuições de um operador
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
           move "P45SISC20"                        to lnk-msn-erro-pmg
           move 6                                  to lnk-msn-erro-offset
           move 04                                 to lnk-return-code
           move "Operacao nao autorizada"          to lnk-msn-erro-text
           move "00"                               to lnk-msn-erro-cod
           .
       2900-negar-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para salvar dados: operador, turma e disciplina precisam
      *>  existir nos respectivos cadastros mestres
      *>------------------------------------------------------------------------
       2100-salvar-dados section.
           move lnk-atribuicao                      to fl-atribuicao
           perform 2110-validar-operador
           if   ws-validacao-ok then
                perform 2120-validar-turma
           end-if
           if   ws-validacao-ok then
                perform 2125-validar-disciplina
           end-if
           if   ws-validacao-erro then
                continue
           else
                perform 2130-gravar-atribuicao
           end-if
           .
       2100-salvar-dados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para validar o operador da atribuição no cadastro de
      *>  operadores
      *>------------------------------------------------------------------------
       2110-validar-operador section.
           set ws-validacao-ok                      to true
           if   ws-com-operadores then
                move fl-atr-usuario                 to fl-ope-usuario
                read arq-operadores
                if   ws-fs-arq-operadores <> "00" then
                     if   ws-fs-arq-operadores = "23" then *> file status 23: operador não cadastrado
                          set ws-validacao-erro          to true
                     else
                          move "P45SISC20"               to lnk-msn-erro-pmg
                          move 7                         to lnk-msn-erro-offset
                          move 12                        to lnk-return-code
                          move "Erro ao ler registro"    to lnk-msn-erro-text
                          move ws-fs-arq-operadores      to lnk-msn-erro-cod
                          perform 9000-finaliza-anormal
                     end-if
                end-if
           else
                set ws-validacao-erro               to true
           end-if
           if   ws-validacao-erro then
                move "P45SISC20"                    to lnk-msn-erro-pmg
                move 8                              to lnk-msn-erro-offset
                move 04                             to lnk-return-code
                move "Operador inexistente"         to lnk-msn-erro-text
                move "23"                           to lnk-msn-erro-cod
           end-if
           .
       2110-validar-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para validar a turma da atribuição no mestre de turmas
      *>------------------------------------------------------------------------
       2120-validar-turma section.
           move fl-atr-turma                        to fl-cod-turma
           read arq-turmas                          *> conferindo se a turma existe no arquivo mestre de turmas
           if   ws-fs-arq-turmas <> "00" then
                if   ws-fs-arq-turmas = "23" then   *> file status 23: turma não cadastrada
                     set ws-validacao-erro          to true
                     move "P45SISC20"               to lnk-msn-erro-pmg
                     move 9                         to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move "Turma inexistente"       to lnk-msn-erro-text
                     move ws-fs-arq-turmas          to lnk-msn-erro-cod
                else
                     move "P45SISC20"               to lnk-msn-erro-pmg
                     move 10                        to lnk-msn-erro-offset
                     move 12                        to lnk-return-code
                     move "Erro ao ler registro"    to lnk-msn-erro-text
                     move ws-fs-arq-turmas          to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           else
                *> validação apenas confere se a turma existe; nada é gravado
                *> neste arquivo aqui, então o registro não deve ficar travado
                unlock arq-turmas
           end-if
           .
       2120-validar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para validar a disciplina da atribuição no mestre de
      *>  disciplinas
      *>------------------------------------------------------------------------
       2125-validar-disciplina section.
           move fl-atr-id-disciplina                to fl-cod-disciplina
           read arq-disciplinas                     *> conferindo se o código existe no arquivo mestre de disciplinas
           if   ws-fs-arq-disciplinas <> "00" then
                if   ws-fs-arq-disciplinas = "23" then *> file status 23: código não cadastrado
                     set ws-validacao-erro          to true
                     move "P45SISC20"               to lnk-msn-erro-pmg
                     move 11                        to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move "Disciplina inexistente"  to lnk-msn-erro-text
                     move ws-fs-arq-disciplinas     to lnk-msn-erro-cod
                else
                     move "P45SISC20"               to lnk-msn-erro-pmg
                     move 12                        to lnk-msn-erro-offset
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
       2125-validar-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para gravar uma atribuição já validada; a data de cadastro
      *>  é a do dia, então regravar uma atribuição existente não altera
      *>  nada e volta como já cadastrada
      *>------------------------------------------------------------------------
       2130-gravar-atribuicao section.
           move function current-date               to ws-data-corrente
           string ws-data-corrente (7:2) "/"
                  ws-data-corrente (5:2) "/"
                  ws-data-corrente (1:4)
                  delimited by size into fl-atr-data-cadastro
           write fl-atribuicao                      *> escrevendo os dados no arquivo
           evaluate true
               when ws-fs-arq-atribuicoes = "00"
                    move fl-atribuicao              to lnk-atribuicao
                    move "P45SISC20"                to lnk-msn-erro-pmg
                    move 13                         to lnk-msn-erro-offset
                    move 00                         to lnk-return-code
                    move "Registro salvo com sucesso" to lnk-msn-erro-text
                    move ws-fs-arq-atribuicoes      to lnk-msn-erro-cod
               when ws-fs-arq-atribuicoes = "22"    *> file status 22: na gravação, registro já existe
                    move "P45SISC20"                to lnk-msn-erro-pmg
                    move 14                         to lnk-msn-erro-offset
                    move 04                         to lnk-return-code
                    move "Atribuicao ja cadastrada" to lnk-msn-erro-text
                    move ws-fs-arq-atribuicoes      to lnk-msn-erro-cod
               when other
                    move "P45SISC20"                to lnk-msn-erro-pmg
                    move 15                         to lnk-msn-erro-offset
                    move 12                         to lnk-return-code
                    move "Erro ao escrever registro" to lnk-msn-erro-text
                    move ws-fs-arq-atribuicoes      to lnk-msn-erro-cod
                    perform 9000-finaliza-anormal
           end-evaluate
           .
       2130-gravar-atribuicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para consultar/buscar um registro
      *>------------------------------------------------------------------------
       2200-b-um-registro section.
      *> carregando a chave do arquivo
           move lnk-atr-chave                       to fl-atr-chave
           read arq-atribuicoes                     *> lendo o arquivo usando a chave
           if   ws-fs-arq-atribuicoes = "00" then
                move fl-atribuicao to lnk-atribuicao
                unlock arq-atribuicoes              *> liberando o lock (consulta é somente leitura)
                move "P45SISC20"                    to lnk-msn-erro-pmg
                move 16                             to lnk-msn-erro-offset
                move 00                             to lnk-return-code
                move "Registro lido com sucesso"    to lnk-msn-erro-text
                move ws-fs-arq-atribuicoes          to lnk-msn-erro-cod
           else
                if   ws-fs-arq-atribuicoes = "23" then *> file status 23: na leitura, registro não existe
                     move "P45SISC20"               to lnk-msn-erro-pmg
                     move 17                        to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move "Codigo inexistente"      to lnk-msn-erro-text
                     move ws-fs-arq-atribuicoes     to lnk-msn-erro-cod
                else
                     move "P45SISC20"               to lnk-msn-erro-pmg
                     move 18                        to lnk-msn-erro-offset
                     move 12                        to lnk-return-code
                     move "Erro ao ler registro"    to lnk-msn-erro-text
                     move ws-fs-arq-atribuicoes     to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           .
       2200-b-um-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para consultar/buscar todas as atribuições de um operador,
      *>  paginando por lnk-chave-continuacao: a chave primária começa pelo
      *>  operador, então o intervalo dele é contíguo no arquivo (mesmo
      *>  desenho de 2300-b-varios-registros de P24SISC20)
      *>------------------------------------------------------------------------
       2300-b-varios-registros section.
           move 0                                  to lnk-qtd-lista
           set lnk-nao-tem-mais-registros          to true
           if   lnk-chave-continuacao = low-values
           or   lnk-chave-continuacao = spaces then
                *> primeira página: começar do início do intervalo do operador
                move lnk-atr-usuario               to fl-atr-usuario
                move low-values                    to fl-atr-turma
                move 0                             to fl-atr-id-disciplina
                start arq-atribuicoes key is not less than fl-atr-chave
           else
                *> páginas seguintes: continuar a partir do último registro devolvido
                move lnk-chave-continuacao          to fl-atr-chave
                start arq-atribuicoes key is greater than fl-atr-chave
           end-if
           if   ws-fs-arq-atribuicoes = "00" then
                perform until ws-fs-arq-atribuicoes <> "00"
                           or fl-atr-usuario <> lnk-atr-usuario
                           or lnk-qtd-lista >= 200
                     read arq-atribuicoes next record *> lendo o arquivo sequencialmente
                     if   ws-fs-arq-atribuicoes = "00"
                     and  fl-atr-usuario = lnk-atr-usuario then *> ... e o operador for o solicitado
                          perform 2310-guardar-na-lista
                          *> liberando o lock deste registro logo após copiar os dados; "unlock" só
                          *> libera o registro do último I/O, então um único unlock depois do loop
                          *> deixaria os registros 1..n-1 travados até o fechamento do arquivo
                          unlock arq-atribuicoes
                     else
                          if   ws-fs-arq-atribuicoes <> "10" *> file status 10: fim do arquivo
                          and  ws-fs-arq-atribuicoes <> "00"
                               move "P45SISC20"             to lnk-msn-erro-pmg
                               move 19                      to lnk-msn-erro-offset
                               move 12                      to lnk-return-code
                               move "Erro ao ler registro"  to lnk-msn-erro-text
                               move ws-fs-arq-atribuicoes   to lnk-msn-erro-cod
                               perform 9000-finaliza-anormal
                          end-if
                     end-if
                end-perform
                unlock arq-atribuicoes              *> liberando o lock (consulta é somente leitura)
                if   lnk-qtd-lista >= 200
                and  fl-atr-usuario = lnk-atr-usuario then
                     set lnk-tem-mais-registros     to true *> ainda existem mais registros do operador além da página atual
                end-if
                if   lnk-qtd-lista > 0 then
                     move "P45SISC20"                    to lnk-msn-erro-pmg
                     move 20                             to lnk-msn-erro-offset
                     move 00                             to lnk-return-code
                     move "Registros lidos com sucesso"  to lnk-msn-erro-text
                     move "00"                           to lnk-msn-erro-cod
                else
                     move "P45SISC20"              to lnk-msn-erro-pmg
                     move 20                       to lnk-msn-erro-offset
                     move 04                       to lnk-return-code
                     move "Codigo inexistente"     to lnk-msn-erro-text
                     move "23"                     to lnk-msn-erro-cod
                end-if
           else
                if   ws-fs-arq-atribuicoes = "23" then
                     move "P45SISC20"              to lnk-msn-erro-pmg
                     move 21                       to lnk-msn-erro-offset
                     move 04                       to lnk-return-code
                     move "Codigo inexistente"     to lnk-msn-erro-text
                     move ws-fs-arq-atribuicoes    to lnk-msn-erro-cod
                else
                     move "P45SISC20"              to lnk-msn-erro-pmg
                     move 21                       to lnk-msn-erro-offset
                     move 12                       to lnk-return-code
                     move "Erro ao ler registro"   to lnk-msn-erro-text
                     move ws-fs-arq-atribuicoes    to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           .
       2300-b-varios-registros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para copiar o registro lido para a próxima linha da lista
      *>------------------------------------------------------------------------
       2310-guardar-na-lista section.
           add 1                                    to lnk-qtd-lista
           move lnk-qtd-lista                       to lnk-idx
           move fl-atr-usuario                      to lnk-lst-usuario (lnk-idx)
           move fl-atr-turma                        to lnk-lst-turma (lnk-idx)
           move fl-atr-id-disciplina                to lnk-lst-id-disciplina (lnk-idx)
           move fl-atr-data-cadastro                to lnk-lst-data-cadastro (lnk-idx)
           move fl-atr-chave                        to lnk-chave-continuacao *> última chave lida, para a próxima página
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
           or   lnk-chave-continuacao = spaces then
                *> primeira página: começando sempre do início do arquivo
                move low-values                    to fl-atr-chave
                start arq-atribuicoes key is not less than fl-atr-chave
           else
                *> páginas seguintes: continuando a partir do último registro devolvido
                move lnk-chave-continuacao          to fl-atr-chave
                start arq-atribuicoes key is greater than fl-atr-chave
           end-if
           if   ws-fs-arq-atribuicoes = "00" then
                perform until ws-fs-arq-atribuicoes <> "00"
                           or lnk-qtd-lista >= 200
                     read arq-atribuicoes next record
                     if   ws-fs-arq-atribuicoes = "00" then
                          perform 2310-guardar-na-lista
                          *> liberando o lock deste registro logo após copiar os dados; "unlock" só
                          *> libera o registro do último I/O, então um único unlock depois do loop
                          *> deixaria os registros 1..n-1 travados até o fechamento do arquivo
                          unlock arq-atribuicoes
                     else
                          if   ws-fs-arq-atribuicoes <> "10" *> file status 10: fim do arquivo
                               move "P45SISC20"                to lnk-msn-erro-pmg
                               move 22                         to lnk-msn-erro-offset
                               move 12                         to lnk-return-code
                               move "Erro ao ler registro"     to lnk-msn-erro-text
                               move ws-fs-arq-atribuicoes      to lnk-msn-erro-cod
                               perform 9000-finaliza-anormal
                          end-if
                     end-if
                end-perform
                unlock arq-atribuicoes              *> liberando o lock (consulta é somente leitura)
                if   ws-fs-arq-atribuicoes <> "10" then
                     set lnk-tem-mais-registros      to true *> ainda há registros além desta página
                end-if
                move "P45SISC20"                    to lnk-msn-erro-pmg
                move 23                             to lnk-msn-erro-offset
                move 00                             to lnk-return-code
                move "Registros lidos com sucesso"  to lnk-msn-erro-text
                move "00"                           to lnk-msn-erro-cod
           else
                if   ws-fs-arq-atribuicoes = "23" then *> file status 23: arq-atribuicoes vazio (arquivo novo/sem registros)
                     move "P45SISC20"                    to lnk-msn-erro-pmg
                     move 24                             to lnk-msn-erro-offset
                     move 00                             to lnk-return-code
                     move "Registros lidos com sucesso"  to lnk-msn-erro-text
                     move "00"                           to lnk-msn-erro-cod
                else
                     move "P45SISC20"                    to lnk-msn-erro-pmg
                     move 24                             to lnk-msn-erro-offset
                     move 12                             to lnk-return-code
                     move "Erro ao ler registro"         to lnk-msn-erro-text
                     move ws-fs-arq-atribuicoes          to lnk-msn-erro-cod
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
           move lnk-atr-chave                       to fl-atr-chave
           read arq-atribuicoes                     *> lendo o arquivo
           if   ws-fs-arq-atribuicoes = "00" then
                if   ws-confirmado then
                     *> movendo "N" para ws-confirmacao (usuário ainda precisa confirmar a exclusão de registro)
                     set ws-nao-confirmado          to true
                     delete arq-atribuicoes         *> deletando o registro
                     if   ws-fs-arq-atribuicoes = "00" then
                          move "P45SISC20"                      to lnk-msn-erro-pmg
                          move 25                               to lnk-msn-erro-offset
                          move 00                               to lnk-return-code
                          move "Registro excluido com sucesso"  to lnk-msn-erro-text
                          move ws-fs-arq-atribuicoes            to lnk-msn-erro-cod
                     else
                          move "P45SISC20"                      to lnk-msn-erro-pmg
                          move 26                               to lnk-msn-erro-offset
                          move 12                               to lnk-return-code
                          move "Erro ao excluir registro"       to lnk-msn-erro-text
                          move ws-fs-arq-atribuicoes            to lnk-msn-erro-cod
                          perform 9000-finaliza-anormal
                     end-if
                else
                     unlock arq-atribuicoes         *> liberando o lock enquanto o usuário decide
                     *> movendo "?" para ws-confirmacao
                     set ws-confirmar               to true
                     *> saber se o usuário quer excluir/deletar o registro
                     move "DE-Confirma a exclusao da atribuicao?" to lnk-msn
                end-if
           else
                if   ws-fs-arq-atribuicoes = "23" then
                     move "P45SISC20"               to lnk-msn-erro-pmg
                     move 27                        to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move "Codigo inexistente"      to lnk-msn-erro-text
                     move ws-fs-arq-atribuicoes     to lnk-msn-erro-cod
                else
                     move "P45SISC20"               to lnk-msn-erro-pmg
                     move 28                        to lnk-msn-erro-offset
                     move 12                        to lnk-return-code
                     move "Erro ao ler registro"    to lnk-msn-erro-text
                     move ws-fs-arq-atribuicoes     to lnk-msn-erro-cod
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
           close arq-atribuicoes                    *> fechando o arquivo
           if   ws-fs-arq-atribuicoes  <> "00" then
                move "P45SISC20"                              to lnk-msn-erro-pmg
                move 29                                       to lnk-msn-erro-offset
                move 12                                       to lnk-return-code
                move "Erro ao fechar arq. arq-atribuicoes"    to lnk-msn-erro-text
                move ws-fs-arq-atribuicoes                    to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-turmas                         *> fechando o arquivo mestre de turmas
           if   ws-fs-arq-turmas  <> "00" then
                move "P45SISC20"                              to lnk-msn-erro-pmg
                move 30                                       to lnk-msn-erro-offset
                move 12                                       to lnk-return-code
                move "Erro ao fechar arq. arq-turmas"         to lnk-msn-erro-text
                move ws-fs-arq-turmas                         to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-disciplinas                    *> fechando o arquivo mestre de disciplinas
           if   ws-fs-arq-disciplinas  <> "00" then
                move "P45SISC20"                              to lnk-msn-erro-pmg
                move 31                                       to lnk-msn-erro-offset
                move 12                                       to lnk-return-code
                move "Erro ao fechar arq. arq-disciplinas"    to lnk-msn-erro-text
                move ws-fs-arq-disciplinas                    to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           if   ws-com-operadores then
                close arq-operadores                *> fechando o cadastro de operadores
                if   ws-fs-arq-operadores  <> "00" then
                     move "P45SISC20"                              to lnk-msn-erro-pmg
                     move 32                                       to lnk-msn-erro-offset
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
