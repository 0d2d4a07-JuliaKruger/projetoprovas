           record key is fl-par-id
           file status is ws-fs-arq-parametros.

           select arq-operadores assign to "arq-operadores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-ope-usuario
           file status is ws-fs-arq-operadores.

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

           select arq-calendario assign to "arq-calendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cal-chave
           file status is ws-fs-arq-calendario.

           select arq-rejeitos assign to "arq-carga-rejeitos.dat"
           organization is line sequential
           file status is ws-fs-arq-rejeitos.
           05 fl-par-media-recuperacao             pic 99,99.
           05 fl-par-freq-minima                   pic 9(03).

      *> arquivo mestre de operadores (mantido por P33SISC20): o perfil de
      *> quem roda a carga decide se ela fica presa às atribuições de
      *> docência, como na gravação de tela de P06SISC20
       fd arq-operadores.
       01 fl-operador.
           05 fl-ope-usuario                       pic x(08).
           05 fl-ope-nome                          pic x(40).
           05 fl-ope-perfil                        pic x(01).

      *> arquivo mestre de atribuições de docência (mantido por P45SISC20):
      *> com ele implantado, a carga de um operador que não é da
      *> administração só aceita notas das turmas/disciplinas dele
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

      *> calendário acadêmico (mantido por P47SISC20): com ele implantado a
      *> carga só aceita nota de período com lançamento aberto e prova
      *> dentro do período letivo, como a gravação de tela de P06SISC20
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

      *> cada linha rejeitada sai com a própria linha de carga e o motivo,
      *> para a secretaria corrigir e reenviar só o que não entrou
       fd arq-rejeitos.
       77 ws-fs-arq-matriculas                     pic x(02).
       77 ws-fs-arq-parametros                     pic x(02).
       77 ws-fs-arq-rejeitos                       pic x(02).
       77 ws-fs-arq-operadores                     pic x(02).
       77 ws-fs-arq-atribuicoes                    pic x(02).
       77 ws-fs-arq-turmas                         pic x(02).
       77 ws-fs-arq-calendario                     pic x(02).

       77 ws-operador                              pic x(08).

      *> perfil de quem roda a carga, carregado de arq-operadores (mesma
      *> regra de P06SISC20): sem o arquivo tudo fica liberado; operador
      *> fora do cadastro cai para consulta e fica preso às atribuições
       77 ws-perfil                                pic x(01) value "A".
           88 ws-perfil-consulta                   value "C".
           88 ws-perfil-lancamento                 value "L".
           88 ws-perfil-administracao              value "A".

      *> "S" quando arq-atribuicoes existe (P45SISC20 já implantado)
       77 ws-tem-atribuicoes                       pic x(01) value "N".
           88 ws-com-atribuicoes                   value "S".

      *> "S" quando arq-calendario e arq-turmas existem (P47SISC20 já
      *> implantado); sem eles a carga não tem janela a conferir
       77 ws-tem-calendario                        pic x(01) value "N".
           88 ws-com-calendario                    value "S".
       77 ws-tem-turmas                            pic x(01) value "N".
           88 ws-com-turmas                        value "S".

      *> apoio da conferência do calendário (mesma regra de
      *> 2140-validar-calendario de P06SISC20): datas em AAAAMMDD,
      *> comparáveis como texto; a data do dia é capturada na largada
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
       77 ws-cal-prova                             pic x(08).
       77 ws-cal-janela                            pic x(01).
           88 ws-cal-janela-aberta                 value "S".
           88 ws-cal-janela-fechada                value "N".

      *> escala de notas vigente, carregada do registro VIGENTE de
      *> arq-parametros na inicialização; sem o arquivo ou sem o registro
                display "P10SISC20 - Erro ao abrir arq. arq-relatorio: " ws-fs-arq-relatorio
                stop run
           end-if
           open input arq-atribuicoes
           if   ws-fs-arq-atribuicoes = "00"
           or   ws-fs-arq-atribuicoes = "05" then
                set ws-com-atribuicoes              to true
           else
                if   ws-fs-arq-atribuicoes <> "35" then *> file status 35: atribuições ainda não implantadas
                     display "P10SISC20 - Erro ao abrir arq. arq-atribuicoes: " ws-fs-arq-atribuicoes
                     stop run
                end-if
           end-if
      *> calendário acadêmico e mestre de turmas opcionais, como em
      *> P06SISC20: sem eles a carga não confere janela de lançamento
           open input arq-calendario
           if   ws-fs-arq-calendario = "00"
           or   ws-fs-arq-calendario = "05" then
                set ws-com-calendario               to true
           else
                if   ws-fs-arq-calendario <> "35" then *> file status 35: calendário ainda não implantado
                     display "P10SISC20 - Erro ao abrir arq. arq-calendario: " ws-fs-arq-calendario
                     stop run
                end-if
           end-if
           open input arq-turmas
           if   ws-fs-arq-turmas = "00"
           or   ws-fs-arq-turmas = "05" then
                set ws-com-turmas                   to true
           else
                if   ws-fs-arq-turmas <> "35" then  *> file status 35: mestre de turmas ainda não implantado
                     display "P10SISC20 - Erro ao abrir arq. arq-turmas: " ws-fs-arq-turmas
                     stop run
                end-if
           end-if
           move function current-date               to ws-data-corrente
           move ws-data-corrente (1:8)              to ws-cal-hoje
           perform 1100-carregar-parametros
           accept ws-operador from environment "USER" *> operador que roda a carga
           perform 1150-carregar-perfil
           perform 2100-ler-proxima-linha
           .
       1000-inicializa-exit.
       1100-carregar-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para carregar o perfil de quem roda a carga de
      *>  arq-operadores (mesma regra de 1150-carregar-perfil de P06SISC20)
      *>------------------------------------------------------------------------
       1150-carregar-perfil section.
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
                             display "P10SISC20 - Erro ao ler arq-operadores: " ws-fs-arq-operadores
                             stop run
                    end-evaluate
                    close arq-operadores
               when ws-fs-arq-operadores = "35"    *> file status 35: cadastro de operadores não implantado
                    continue
               when other
                    display "P10SISC20 - Erro ao abrir arq. arq-operadores: " ws-fs-arq-operadores
                    stop run
           end-evaluate
           .
       1150-carregar-perfil-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - uma linha de carga por vez: valida com as
      *>  mesmas regras de gravação de P06SISC20 e grava em arq-resultados ou
           if   ws-validacao-ok then
                perform 2225-validar-matricula
           end-if
           if   ws-validacao-ok then
                perform 2227-validar-atribuicao
           end-if
           if   ws-validacao-ok then
                perform 2230-validar-nota
           end-if
           if   ws-validacao-ok then
                perform 2240-validar-data-prova
           end-if
           if   ws-validacao-ok then
                perform 2250-validar-calendario
           end-if
           if   ws-validacao-ok then
                write fl-resultado
                if   ws-fs-arq-resultados = "00" or ws-fs-arq-resultados = "02" then *> file status 02: sucesso, mas existe chave alternada
       2225-validar-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para validar se a linha está dentro das atribuições de
      *>  docência de quem roda a carga (mesma regra de
      *>  2127-validar-atribuicao de P06SISC20); a turma vem do registro
      *>  do aluno lido em 2210-validar-aluno
      *>------------------------------------------------------------------------
       2227-validar-atribuicao section.
           if   ws-com-atribuicoes
           and  not ws-perfil-administracao then
                move ws-operador                   to fl-atr-usuario
                move fl-turma                      to fl-atr-turma
                move fl-id-disciplina              to fl-atr-id-disciplina
                read arq-atribuicoes               *> conferindo a atribuição operador/turma/disciplina
                evaluate true
                    when ws-fs-arq-atribuicoes = "00"
                         continue
                    when ws-fs-arq-atribuicoes = "23" *> file status 23: turma/disciplina não atribuída ao operador
                         set ws-validacao-erro     to true
                         move "Fora das atribuicoes"    to ws-motivo-rejeicao
                    when other
                         display "P10SISC20 - Erro ao ler arq-atribuicoes: " ws-fs-arq-atribuicoes
                         stop run
                end-evaluate
           end-if
           .
       2227-validar-atribuicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para validar a nota (dentro da escala vigente de
      *>  arq-parametros; padrão 0,00 a 10,00)
       2240-validar-data-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para validar a linha contra o calendário acadêmico (mesma
      *>  regra de 2140-validar-calendario de P06SISC20): o período da turma
      *>  do aluno precisa estar com o lançamento aberto e a data da prova
      *>  dentro do período letivo; a turma vem do registro do aluno lido em
      *>  2210-validar-aluno
      *>------------------------------------------------------------------------
       2250-validar-calendario section.
           if   ws-com-calendario
           and  ws-com-turmas
           and  fl-turma <> spaces then
                move fl-turma                      to fl-cod-turma
                read arq-turmas                    *> buscando o ano/período da turma
                evaluate true
                    when ws-fs-arq-turmas = "00"
                         move fl-ano-turma         to fl-cal-ano
                         move fl-periodo-turma     to fl-cal-periodo
                         unlock arq-turmas         *> leitura somente de validação, nada é gravado aqui
                         perform 2251-conferir-janela
                    when ws-fs-arq-turmas = "23"   *> file status 23: turma fora do mestre, sem período a conferir
                         continue
                    when other
                         display "P10SISC20 - Erro ao ler arq-turmas: " ws-fs-arq-turmas
                         stop run
                end-evaluate
           end-if
           .
       2250-validar-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para conferir a janela de lançamento do período em
      *>  fl-cal-chave e a data da prova contra o período letivo
      *>------------------------------------------------------------------------
       2251-conferir-janela section.
           read arq-calendario                     *> lendo o calendário do período da turma
           evaluate true
               when ws-fs-arq-calendario = "00"
                    unlock arq-calendario          *> leitura somente de validação, nada é gravado aqui
                    move fl-cal-lanc-inicio        to ws-cal-data-entrada
                    perform 2252-converter-data
                    move ws-cal-data-saida         to ws-cal-lanc-inicio
                    move fl-cal-lanc-fim           to ws-cal-data-entrada
                    perform 2252-converter-data
                    move ws-cal-data-saida         to ws-cal-lanc-fim
                    move fl-cal-rec-inicio         to ws-cal-data-entrada
                    perform 2252-converter-data
                    move ws-cal-data-saida         to ws-cal-rec-inicio
                    move fl-cal-rec-fim            to ws-cal-data-entrada
                    perform 2252-converter-data
                    move ws-cal-data-saida         to ws-cal-rec-fim
                    move fl-cal-reaberto-ate       to ws-cal-data-entrada
                    perform 2252-converter-data
                    move ws-cal-data-saida         to ws-cal-reaberto-ate
                    move fl-data-prova             to ws-cal-data-entrada
                    perform 2252-converter-data
                    move ws-cal-data-saida         to ws-cal-prova
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
                         move "Periodo fechado p/ lancamento" to ws-motivo-rejeicao
                    else
                         if   ws-cal-prova < ws-cal-lanc-inicio
                         or   ws-cal-prova > ws-cal-limite then
                              set ws-validacao-erro to true
                              move "Prova fora do periodo letivo" to ws-motivo-rejeicao
                         end-if
                    end-if
               when ws-fs-arq-calendario = "23"    *> file status 23: período sem calendário, lançamento travado
                    set ws-validacao-erro          to true
                    move "Periodo sem calendario"  to ws-motivo-rejeicao
               when other
                    display "P10SISC20 - Erro ao ler arq-calendario: " ws-fs-arq-calendario
                    stop run
           end-evaluate
           .
       2251-conferir-janela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para converter uma data DD/MM/AAAA (ws-cal-data-entrada)
      *>  para AAAAMMDD (ws-cal-data-saida); data em branco fica em branco
      *>------------------------------------------------------------------------
       2252-converter-data section.
           move spaces                             to ws-cal-data-saida
           if   ws-cal-data-entrada <> spaces then
                string ws-cal-data-entrada (7:4)
                       ws-cal-data-entrada (4:2)
                       ws-cal-data-entrada (1:2)
                       delimited by size into ws-cal-data-saida
           end-if
           .
       2252-converter-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para gravar uma linha rejeitada com o motivo
      *>------------------------------------------------------------------------
           close arq-alunos
           close arq-disciplinas
           close arq-matriculas
           if   ws-com-atribuicoes then
                close arq-atribuicoes
           end-if
           if   ws-com-calendario then
                close arq-calendario
           end-if
           if   ws-com-turmas then
                close arq-turmas
           end-if
           close arq-rejeitos
           close arq-relatorio
           close arq-runlog
