           alternate key is fl-user-disc with duplicates
           file status is ws-fs-arq-resultados.

           select arq-prerequisitos assign to "arq-prerequisitos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-pre-chave
           file status is ws-fs-arq-prerequisitos.

           select arq-situacoes assign to "arq-situacoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-sit-chave
           file status is ws-fs-arq-situacoes.

           select arq-operadores assign to "arq-operadores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-ope-usuario
           file status is ws-fs-arq-operadores.

           select arq-liberacoes assign to "arq-liberacoes-prereq.dat"
           organization is line sequential
           file status is ws-fs-arq-liberacoes.

       i-o-control.

      *>----Declaração de variáveis
           05 fl-nota                              pic -99,99.
           05 fl-data-prova                        pic x(10).

      *> arquivo mestre de pré-requisitos (mantido por P43SISC20): para
      *> cada disciplina, as disciplinas que o aluno precisa ter aprovadas
      *> antes de se matricular nela
       fd arq-prerequisitos.
       01 fl-prerequisito.
           05 fl-pre-chave.
               10 fl-pre-id-disciplina             pic 9(03).
               10 fl-pre-id-requisito              pic 9(03).
           05 fl-pre-data-cadastro                 pic x(10).

      *> arquivo de situações finais do período (gravado por P14SISC20 e
      *> refechado por P28SISC20): um pré-requisito só está cumprido com a
      *> situação AP do aluno na disciplina exigida
       fd arq-situacoes.
       01 fl-situacao-final.
           05 fl-sit-chave.
               10 fl-sit-matricula                 pic x(08).
               10 fl-sit-id-disciplina             pic 9(03).
           05 fl-sit-media                         pic -99,99.
           05 fl-sit-status                        pic x(02).
               88 fl-sit-aprovado                  value "AP".
               88 fl-sit-recuperacao               value "RC".
               88 fl-sit-reprovado                 value "RP".
               88 fl-sit-reprovado-falta           value "RF".
           05 fl-sit-data-fechamento               pic x(10).

      *> arquivo mestre de operadores (mantido por P33SISC20): só o perfil
      *> de administração libera uma matrícula com pré-requisito pendente
       fd arq-operadores.
       01 fl-operador.
           05 fl-ope-usuario                       pic x(08).
           05 fl-ope-nome                          pic x(40).
           05 fl-ope-perfil                        pic x(01).

      *> registro das matrículas liberadas pela administração apesar de
      *> pré-requisito pendente: uma linha por pré-requisito dispensado,
      *> com o operador e a justificativa informada na tela
       fd arq-liberacoes.
       01 fl-liberacao.
           05 fl-lib-operador                      pic x(08).
           05 fl-lib-data-hora                     pic x(21).
           05 fl-lib-matricula                     pic x(08).
           05 fl-lib-id-disciplina                 pic 9(03).
           05 fl-lib-id-requisito                  pic 9(03).
           05 fl-lib-justificativa                 pic x(60).

      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-matriculas                     pic x(02).
       77 ws-fs-arq-alunos                         pic x(02).
       77 ws-fs-arq-disciplinas                    pic x(02).
       77 ws-fs-arq-resultados                     pic x(02).
       77 ws-fs-arq-prerequisitos                  pic x(02).
       77 ws-fs-arq-situacoes                      pic x(02).
       77 ws-fs-arq-operadores                     pic x(02).
       77 ws-fs-arq-liberacoes                     pic x(02).

       77 ws-operador                              pic x(08).

      *> perfil do operador logado, carregado de arq-operadores na
      *> inicialização (mesma regra de P09SISC20): só a administração (A)
      *> libera uma matrícula com pré-requisito pendente
       77 ws-perfil                                pic x(01) value "A".
           88 ws-perfil-consulta                   value "C".
           88 ws-perfil-lancamento                 value "L".
           88 ws-perfil-administracao              value "A".

      *> "S" quando o cadastro de pré-requisitos existe; sem ele (P43SISC20
      *> ainda não usado) nenhuma disciplina tem pré-requisito
       77 ws-tem-prerequisitos                     pic x(01) value "N".
           88 ws-com-prerequisitos                 value "S".
      *> "S" quando arq-situacoes existe (P14SISC20 já fechou algum período);
      *> sem ele nenhum pré-requisito pode estar cumprido
       77 ws-tem-situacoes                         pic x(01) value "N".
           88 ws-com-situacoes                     value "S".

      *> pré-requisitos sem AP do aluno, levantados antes da gravação de uma
      *> matrícula nova; a mensagem nomeia o primeiro e a liberação grava
      *> uma linha para cada um
       77 ws-qtd-pendentes                         pic 9(03) value 0.
       01 ws-tab-pendentes.
           05 ws-pend-id-requisito occurs 50 times pic 9(03).
       01 ws-msg-pendente.
           05 filler                               pic x(23) value "Pre-requisito pendente ".
           05 ws-msg-pend-cod                      pic 9(03).
           05 filler                               pic x(01) value " ".
           05 ws-msg-pend-nome                     pic x(23).

       77 ws-operacao                              pic x(02).
           88 ws-salvar                            value "SA".
               10 lnk-return-code                  pic 9(02). *> status do pmg
               10 lnk-msn-erro-cod                 pic x(02). *> file status
               10 lnk-msn-erro-text                pic x(50). *> mensagem de erro
      *> perfil efetivo do operador logado (C/L/A), devolvido para a tela
      *> mostrar a justificativa de liberação só para a administração
           05 lnk-perfil                           pic x(01).

       01 lnk-gp-matricula.
           05 lnk-matricula-disc.
                   15 lnk-mat-matricula            pic x(08).
                   15 lnk-mat-id-disciplina        pic 9(03).
               10 lnk-mat-data-matricula           pic x(10).
      *> justificativa da administração para liberar a matrícula com
      *> pré-requisito pendente (em branco: a pendência recusa a gravação)
           05 lnk-mat-justificativa                pic x(60).
           05 lnk-qtd-lista                        pic 9(03).
           05 lnk-tem-mais                         pic x(01).
               88 lnk-tem-mais-registros           value "S".
                move "Erro ao abrir arq. arq-resultados"  to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
      *> pré-requisitos e situações são opcionais: sem o cadastro nenhuma
      *> disciplina exige nada, e sem fechamento nenhum pré-requisito está
      *> cumprido (file status 35: arquivo não existe)
           open input arq-prerequisitos
           if   ws-fs-arq-prerequisitos = "00"
           or   ws-fs-arq-prerequisitos = "05" then
                set ws-com-prerequisitos           to true
           else
                if   ws-fs-arq-prerequisitos <> "35" then
                     move "P24SISC20"                              to lnk-msn-erro-pmg
                     move 31                                       to lnk-msn-erro-offset
                     move 12                                       to lnk-return-code
                     move ws-fs-arq-prerequisitos                  to lnk-msn-erro-cod
                     move "Erro ao abrir arq. arq-prerequisitos"   to lnk-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           open input arq-situacoes
           if   ws-fs-arq-situacoes = "00"
           or   ws-fs-arq-situacoes = "05" then
                set ws-com-situacoes               to true
           else
                if   ws-fs-arq-situacoes <> "35" then
                     move "P24SISC20"                         to lnk-msn-erro-pmg
                     move 32                                  to lnk-msn-erro-offset
                     move 12                                  to lnk-return-code
                     move ws-fs-arq-situacoes                 to lnk-msn-erro-cod
                     move "Erro ao abrir arq. arq-situacoes"  to lnk-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           open extend arq-liberacoes              *> abrindo o registro de liberações para acrescentar registros
           if   ws-fs-arq-liberacoes  <> "00"
           and  ws-fs-arq-liberacoes <> "05" then
                move "P24SISC20"                          to lnk-msn-erro-pmg
                move 33                                   to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move ws-fs-arq-liberacoes                 to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-liberacoes"  to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           accept ws-operador from environment "USER" *> operador logado no sistema operacional
           perform 1100-carregar-perfil            *> carregando o perfil do operador logado
           move lnk-confirmacao to ws-confirmacao  *> movendo a confirmação do usuário da linkage storage para a working storage
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para carregar o perfil do operador logado de
      *>  arq-operadores (mantido por P33SISC20). Sem o arquivo (file
      *>  status 35, instalação ainda sem cadastro) tudo fica liberado,
      *>  como sempre foi; com o arquivo, operador fora do cadastro cai
      *>  para consulta e não libera pré-requisito pendente
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
                        when ws-fs-arq-operadores = "23" *> file status 23: operador fora do cadastro
                             set ws-perfil-consulta to true
                        when other
                             move "P24SISC20"                         to lnk-msn-erro-pmg
                             move 34                                  to lnk-msn-erro-offset
                             move 12                                  to lnk-return-code
                             move "Erro ao ler registro"              to lnk-msn-erro-text
                             move ws-fs-arq-operadores                to lnk-msn-erro-cod
                             perform 9000-finaliza-anormal
                    end-evaluate
                    close arq-operadores
               when ws-fs-arq-operadores = "35"    *> file status 35: cadastro de operadores não implantado
                    continue
               when other
                    move "P24SISC20"                         to lnk-msn-erro-pmg
                    move 35                                  to lnk-msn-erro-offset
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
      *>  Processamento principal
      *>------------------------------------------------------------------------
           if   ws-validacao-ok then
                perform 2120-validar-disciplina
           end-if
           if   ws-validacao-ok then
                perform 2140-verificar-prerequisitos
           end-if
           if   ws-validacao-erro then
                continue
           else
       2130-gravar-matricula section.
           write fl-matricula-disc                  *> escrevendo os dados no arquivo
           if   ws-fs-arq-matriculas  = "00" then
                if   ws-qtd-pendentes > 0 then
                     perform 2150-gravar-liberacao *> matrícula liberada pela administração
                end-if
                move "P24SISC20"                    to lnk-msn-erro-pmg
                move 8                              to lnk-msn-erro-offset
                move 00                             to lnk-return-code
       2130-gravar-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para conferir os pré-requisitos de uma matrícula nova: cada
      *>  disciplina exigida em arq-prerequisitos precisa estar com situação
      *>  AP para o aluno. Com pendência, a gravação é recusada nomeando o
      *>  primeiro pré-requisito pendente, a menos que a administração
      *>  informe uma justificativa (a liberação é registrada após o write).
      *>  Alterar uma matrícula que já existe não passa de novo pela regra
      *>------------------------------------------------------------------------
       2140-verificar-prerequisitos section.
           move 0                                  to ws-qtd-pendentes
           if   ws-com-prerequisitos then
                read arq-matriculas                *> conferindo se a matrícula já existe
                evaluate true
                    when ws-fs-arq-matriculas = "00"
                         unlock arq-matriculas     *> liberando o lock (a gravação volta a ler pela chave)
                    when ws-fs-arq-matriculas = "23" *> file status 23: matrícula nova
                         perform 2141-levantar-pendentes
                    when other
                         move "P24SISC20"               to lnk-msn-erro-pmg
                         move 36                        to lnk-msn-erro-offset
                         move 12                        to lnk-return-code
                         move "Erro ao ler registro"    to lnk-msn-erro-text
                         move ws-fs-arq-matriculas      to lnk-msn-erro-cod
                         perform 9000-finaliza-anormal
                end-evaluate
                *> a leitura acima sobrepõe o registro; voltando os dados da tela
                move lnk-matricula-disc            to fl-matricula-disc
           end-if
           if   ws-qtd-pendentes > 0 then
                if   ws-perfil-administracao
                and  lnk-mat-justificativa <> spaces then
                     continue                      *> liberação pela administração
                else
                     set ws-validacao-erro          to true
                     move ws-pend-id-requisito (1)  to ws-msg-pend-cod
                     move ws-pend-id-requisito (1)  to fl-cod-disciplina
                     move spaces                    to ws-msg-pend-nome
                     read arq-disciplinas
                     if   ws-fs-arq-disciplinas = "00" then
                          move fl-nome-disciplina   to ws-msg-pend-nome
                          unlock arq-disciplinas    *> liberando o lock (leitura de apoio, somente consulta)
                     end-if
                     move "P24SISC20"               to lnk-msn-erro-pmg
                     move 37                        to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move ws-msg-pendente           to lnk-msn-erro-text
                     move "00"                      to lnk-msn-erro-cod
                end-if
           end-if
           .
       2140-verificar-prerequisitos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para levantar os pré-requisitos da disciplina ainda sem AP
      *>  do aluno; a chave de arq-prerequisitos começa pela disciplina,
      *>  então o intervalo dela é contíguo no arquivo
      *>------------------------------------------------------------------------
       2141-levantar-pendentes section.
           move fl-mat-id-disciplina               to fl-pre-id-disciplina
           move 0                                  to fl-pre-id-requisito
           start arq-prerequisitos key is not less than fl-pre-chave
           if   ws-fs-arq-prerequisitos = "00" then
                perform until ws-fs-arq-prerequisitos <> "00"
                           or fl-pre-id-disciplina <> fl-mat-id-disciplina
                     read arq-prerequisitos next record *> lendo o arquivo sequencialmente
                     if   ws-fs-arq-prerequisitos = "00"
                     and  fl-pre-id-disciplina = fl-mat-id-disciplina then
                          perform 2142-verificar-situacao
                     else
                          if   ws-fs-arq-prerequisitos <> "10" *> file status 10: fim do arquivo
                          and  ws-fs-arq-prerequisitos <> "00"
                               move "P24SISC20"                to lnk-msn-erro-pmg
                               move 38                         to lnk-msn-erro-offset
                               move 12                         to lnk-return-code
                               move "Erro ao ler registro"     to lnk-msn-erro-text
                               move ws-fs-arq-prerequisitos    to lnk-msn-erro-cod
                               perform 9000-finaliza-anormal
                          end-if
                     end-if
                end-perform
           else
                if   ws-fs-arq-prerequisitos <> "23" *> file status 23: disciplina sem pré-requisito
                     move "P24SISC20"                to lnk-msn-erro-pmg
                     move 38                         to lnk-msn-erro-offset
                     move 12                         to lnk-return-code
                     move "Erro ao ler registro"     to lnk-msn-erro-text
                     move ws-fs-arq-prerequisitos    to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           .
       2141-levantar-pendentes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para conferir a situação do aluno no pré-requisito lido;
      *>  qualquer coisa diferente de AP (inclusive ainda não fechado) é
      *>  pendência
      *>------------------------------------------------------------------------
       2142-verificar-situacao section.
           if   ws-com-situacoes then
                move fl-mat-matricula              to fl-sit-matricula
                move fl-pre-id-requisito           to fl-sit-id-disciplina
                read arq-situacoes
                evaluate true
                    when ws-fs-arq-situacoes = "00"
                         if   fl-sit-aprovado then
                              continue
                         else
                              perform 2143-guardar-pendente
                         end-if
                    when ws-fs-arq-situacoes = "23" *> file status 23: aluno ainda sem situação na disciplina
                         perform 2143-guardar-pendente
                    when other
                         move "P24SISC20"               to lnk-msn-erro-pmg
                         move 39                        to lnk-msn-erro-offset
                         move 12                        to lnk-return-code
                         move "Erro ao ler registro"    to lnk-msn-erro-text
                         move ws-fs-arq-situacoes       to lnk-msn-erro-cod
                         perform 9000-finaliza-anormal
                end-evaluate
           else
                perform 2143-guardar-pendente
           end-if
           .
       2142-verificar-situacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para guardar um pré-requisito pendente na tabela
      *>------------------------------------------------------------------------
       2143-guardar-pendente section.
           if   ws-qtd-pendentes < 50 then
                add 1                              to ws-qtd-pendentes
                move fl-pre-id-requisito           to ws-pend-id-requisito (ws-qtd-pendentes)
           end-if
           .
       2143-guardar-pendente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para registrar a liberação da matrícula pela administração:
      *>  uma linha por pré-requisito dispensado, com operador, data/hora e
      *>  a justificativa informada
      *>------------------------------------------------------------------------
       2150-gravar-liberacao section.
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-pendentes
                move ws-operador                   to fl-lib-operador
                move function current-date         to fl-lib-data-hora
                move fl-mat-matricula              to fl-lib-matricula
                move fl-mat-id-disciplina          to fl-lib-id-disciplina
                move ws-pend-id-requisito (ws-ind) to fl-lib-id-requisito
                move lnk-mat-justificativa         to fl-lib-justificativa
                write fl-liberacao
                if   ws-fs-arq-liberacoes <> "00" then
                     move "P24SISC20"                          to lnk-msn-erro-pmg
                     move 40                                   to lnk-msn-erro-offset
                     move 12                                   to lnk-return-code
                     move "Erro ao gravar arq. arq-liberacoes" to lnk-msn-erro-text
                     move ws-fs-arq-liberacoes                 to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-perform
           .
       2150-gravar-liberacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para consultar/buscar um registro
      *>------------------------------------------------------------------------
                move ws-fs-arq-resultados                  to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           if   ws-com-prerequisitos then
                close arq-prerequisitos            *> fechando o cadastro de pré-requisitos
                if   ws-fs-arq-prerequisitos  <> "00" then
                     move "P24SISC20"                              to lnk-msn-erro-pmg
                     move 41                                       to lnk-msn-erro-offset
                     move 12                                       to lnk-return-code
                     move "Erro ao fechar arq. arq-prerequisitos"  to lnk-msn-erro-text
                     move ws-fs-arq-prerequisitos                  to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           if   ws-com-situacoes then
                close arq-situacoes                *> fechando o arquivo de situações
                if   ws-fs-arq-situacoes  <> "00" then
                     move "P24SISC20"                          to lnk-msn-erro-pmg
                     move 42                                   to lnk-msn-erro-offset
                     move 12                                   to lnk-return-code
                     move "Erro ao fechar arq. arq-situacoes"  to lnk-msn-erro-text
                     move ws-fs-arq-situacoes                  to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           close arq-liberacoes                    *> fechando o registro de liberações
           if   ws-fs-arq-liberacoes  <> "00" then
                move "P24SISC20"                           to lnk-msn-erro-pmg
                move 43                                    to lnk-msn-erro-offset
                move 12                                    to lnk-return-code
                move "Erro ao fechar arq. arq-liberacoes"  to lnk-msn-erro-text
                move ws-fs-arq-liberacoes                  to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
      *> saindo do programa chamado
           exit program
           .
