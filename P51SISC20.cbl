      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P51SISC20".
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

           select arq-auditoria assign to "arq-auditoria.dat"
           organization is line sequential
           file status is ws-fs-arq-auditoria.

           select arq-resultados assign to "arq-resultados.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-chave-resul
           alternate key is fl-user-disc with duplicates
           file status is ws-fs-arq-resultados.

           select arq-operadores assign to "arq-operadores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-ope-usuario
           file status is ws-fs-arq-operadores.

      *> listagem das entradas selecionadas: a prévia (sem CONFIRMA=S) e o
      *> resultado do desfazimento saem no mesmo layout
           select arq-relatorio assign to "arq-desfazimento.txt"
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
      *> trilha de auditoria das notas (gravada por P06SISC20 e P39SISC20):
      *> SA é alteração de nota existente, DE é exclusão; o desfazimento
      *> grava a sua própria linha com operação DF
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

       fd arq-resultados.
       01 fl-resultado.
           05 fl-chave-resul.
               10 fl-id-resultado                  pic 9(02).
               10 fl-user-disc.
                   15 fl-user-id                   pic x(08).
                   15 fl-id-disciplina             pic 9(03).
           05 fl-nota                              pic -99,99.
           05 fl-data-prova                        pic x(10).

      *> arquivo mestre de operadores (mantido por P33SISC20): só a
      *> administração confirma um desfazimento
       fd arq-operadores.
       01 fl-operador.
           05 fl-ope-usuario                       pic x(08).
           05 fl-ope-nome                          pic x(40).
           05 fl-ope-perfil                        pic x(01).

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
       77 ws-fs-arq-auditoria                      pic x(02).
       77 ws-fs-arq-resultados                     pic x(02).
       77 ws-fs-arq-operadores                     pic x(02).
       77 ws-fs-arq-relatorio                      pic x(02).
       77 ws-fs-arq-runlog                         pic x(02).

      *> filtro informado nas variáveis de ambiente: OPERADOR cujas
      *> alterações serão desfeitas, INICIO e FIM da janela (DD/MM/AAAA
      *> HH:MM, inclusive), MATRICULA e DISCIPLINA opcionais; CONFIRMA=S
      *> aplica, qualquer outro valor só imprime a prévia
       77 ws-alvo-operador                         pic x(08).
       77 ws-param-inicio                          pic x(16).
       77 ws-param-fim                             pic x(16).
       77 ws-alvo-matricula                        pic x(08).
       77 ws-param-disciplina                      pic x(03).
       77 ws-alvo-disciplina                       pic 9(03) value 0.
       77 ws-param-confirma                        pic x(01).
           88 ws-aplicar                           value "S".
       77 ws-inicio-aaaammddhhmm                   pic x(12).
       77 ws-fim-aaaammddhhmm                      pic x(12).

      *> apoio da validação de INICIO/FIM
       77 ws-data-hora-param                       pic x(16).
       77 ws-data-hora-conv                        pic x(12).
       77 ws-data-dia                              pic 9(02).
       77 ws-data-mes                              pic 9(02).
       77 ws-data-ano                              pic 9(04).
       77 ws-hora                                  pic 9(02).
       77 ws-minuto                                pic 9(02).

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

       77 ws-validacao                             pic x(01).
           88 ws-validacao-ok                      value "S".
           88 ws-validacao-erro                    value "N".

      *> quem roda o desfazimento e o perfil dele (mesma regra de
      *> 1150-carregar-perfil de P10SISC20)
       77 ws-operador                              pic x(08).
       77 ws-perfil                                pic x(01) value "A".
           88 ws-perfil-consulta                   value "C".
           88 ws-perfil-lancamento                 value "L".
           88 ws-perfil-administracao              value "A".

      *> entradas SA/DE selecionadas, na ordem da trilha (cronológica); o
      *> desfazimento anda de trás para frente, para que várias alterações
      *> da mesma nota voltem uma a uma até o valor anterior à primeira
       77 ws-qtd-entradas                          pic 9(03) value 0.
       77 ws-max-entradas                          pic 9(03) value 500.
       77 ws-ind                                   pic 9(03).
       77 ws-ind2                                  pic 9(03).
       01 ws-tab-entradas.
           05 ws-ent-entrada occurs 500 times.
               10 ws-ent-data-hora                 pic x(21).
               10 ws-ent-operacao                  pic x(02).
               10 ws-ent-chave                     pic x(13).
               10 ws-ent-nota-antes                pic -99,99.
               10 ws-ent-nota-depois               pic -99,99.
               10 ws-ent-data-antes                pic x(10).
               10 ws-ent-data-depois               pic x(10).
      *> "C" conflito, "A" a desfazer (prévia), "D" desfeita
               10 ws-ent-situacao                  pic x(01).
                   88 ws-ent-conflito              value "C".
                   88 ws-ent-a-desfazer            value "A".
                   88 ws-ent-desfeita              value "D".
               10 ws-ent-motivo                    pic x(40).

      *> estado atual da nota da entrada em avaliação: do arquivo, ou na
      *> prévia o estado que a entrada posterior da mesma nota deixaria
       77 ws-atu-existe                            pic x(01).
           88 ws-atu-registro-existe               value "S".
           88 ws-atu-registro-nao-existe           value "N".
       77 ws-atu-nota                              pic -99,99.
       77 ws-atu-data                              pic x(10).
       77 ws-posterior-achou                       pic x(01).
           88 ws-posterior-encontrada              value "S".
           88 ws-posterior-nao-encontrada          value "N".

       77 ws-fim-arquivo                           pic x(01) value "N".
           88 ws-fim-do-arquivo                    value "S".

       77 ws-qtd-desfeitas                         pic 9(05) value 0.
       77 ws-qtd-conflitos                         pic 9(05) value 0.
       77 ws-log-registros                         pic 9(07) value 0.
       77 ws-log-resultado                         pic x(12) value "concluido".

       01 ws-linha-cab-1.
           05 filler                               pic x(40) value "DESFAZIMENTO DE ALTERACOES DE NOTAS".
           05 ws-cab-modo                          pic x(30).
       01 ws-linha-cab-2.
           05 filler                               pic x(10) value "Operador: ".
           05 ws-cab-operador                      pic x(08).
           05 filler                               pic x(04) value spaces.
           05 filler                               pic x(08) value "Janela: ".
           05 ws-cab-inicio                        pic x(16).
           05 filler                               pic x(03) value " a ".
           05 ws-cab-fim                           pic x(16).
           05 filler                               pic x(04) value spaces.
           05 filler                               pic x(11) value "Matricula: ".
           05 ws-cab-matricula                     pic x(08).
           05 filler                               pic x(04) value spaces.
           05 filler                               pic x(12) value "Disciplina: ".
           05 ws-cab-disciplina                    pic x(03).
       01 ws-linha-colunas.
           05 filler                               pic x(20) value "Data/hora alteracao".
           05 filler                               pic x(03) value "Op".
           05 filler                               pic x(05) value "Tipo".
           05 filler                               pic x(09) value "Matric.".
           05 filler                               pic x(05) value "Disc".
           05 filler                               pic x(07) value "Antes".
           05 filler                               pic x(11) value "Dt antes".
           05 filler                               pic x(07) value "Depois".
           05 filler                               pic x(11) value "Dt depois".
           05 filler                               pic x(40) value "Situacao".
       01 ws-linha-detalhe.
           05 ws-det-data-hora                     pic x(19).
           05 filler                               pic x(01).
           05 ws-det-operacao                      pic x(02).
           05 filler                               pic x(01).
           05 ws-det-id-resultado                  pic 9(02).
           05 filler                               pic x(03).
           05 ws-det-user-id                       pic x(08).
           05 filler                               pic x(01).
           05 ws-det-id-disciplina                 pic 9(03).
           05 filler                               pic x(02).
           05 ws-det-nota-antes                    pic x(06).
           05 filler                               pic x(01).
           05 ws-det-data-antes                    pic x(10).
           05 filler                               pic x(01).
           05 ws-det-nota-depois                   pic x(06).
           05 filler                               pic x(01).
           05 ws-det-data-depois                   pic x(10).
           05 filler                               pic x(01).
           05 ws-det-situacao                      pic x(40).
       01 ws-det-chave.
           05 ws-det-chave-id                      pic 9(02).
           05 ws-det-chave-user                    pic x(08).
           05 ws-det-chave-disc                    pic 9(03).
       01 ws-linha-total.
           05 filler                               pic x(20) value "Entradas na janela: ".
           05 ws-tot-entradas                      pic zz9.
           05 filler                               pic x(04) value spaces.
           05 ws-tot-rotulo                        pic x(14).
           05 ws-tot-desfeitas                     pic zzzz9.
           05 filler                               pic x(04) value spaces.
           05 filler                               pic x(11) value "Conflitos: ".
           05 ws-tot-conflitos                     pic zzzz9.
       01 ws-linha-tracos.
           05 filler                               pic x(132) value all "-".

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
      *>  Procedimentos de inicialização: valida o filtro, confere o perfil
      *>  de quem confirma e carrega as entradas da trilha
      *>------------------------------------------------------------------------
       1000-inicializa section.
           move spaces                              to ws-alvo-operador ws-param-inicio
                                                       ws-param-fim ws-alvo-matricula
                                                       ws-param-disciplina ws-param-confirma
           accept ws-alvo-operador from environment "OPERADOR"
           accept ws-param-inicio from environment "INICIO"
           accept ws-param-fim from environment "FIM"
           accept ws-alvo-matricula from environment "MATRICULA"
           accept ws-param-disciplina from environment "DISCIPLINA"
           accept ws-param-confirma from environment "CONFIRMA"
           if   ws-alvo-operador = spaces then
                display "P51SISC20 - Informe o OPERADOR cujas alteracoes serao desfeitas"
                stop run
           end-if
           move ws-param-inicio                     to ws-data-hora-param
           perform 1100-validar-data-hora
           if   ws-validacao-erro then
                display "P51SISC20 - INICIO invalido (esperado DD/MM/AAAA HH:MM): " ws-param-inicio
                stop run
           end-if
           move ws-data-hora-conv                   to ws-inicio-aaaammddhhmm
           move ws-param-fim                        to ws-data-hora-param
           perform 1100-validar-data-hora
           if   ws-validacao-erro then
                display "P51SISC20 - FIM invalido (esperado DD/MM/AAAA HH:MM): " ws-param-fim
                stop run
           end-if
           move ws-data-hora-conv                   to ws-fim-aaaammddhhmm
           if   ws-inicio-aaaammddhhmm > ws-fim-aaaammddhhmm then
                display "P51SISC20 - INICIO posterior ao FIM"
                stop run
           end-if
           if   ws-param-disciplina <> spaces then
                if   ws-param-disciplina not numeric then
                     display "P51SISC20 - DISCIPLINA invalida (esperado 3 digitos): " ws-param-disciplina
                     stop run
                end-if
                move ws-param-disciplina            to ws-alvo-disciplina
           end-if
      *> a prévia qualquer operador pode tirar; aplicar é da administração
           accept ws-operador from environment "USER" *> operador que roda o desfazimento
           if   ws-aplicar then
                perform 1150-carregar-perfil
                if   not ws-perfil-administracao then
                     display "P51SISC20 - Somente a administracao confirma o desfazimento (CONFIRMA=S)"
                     stop run
                end-if
           end-if
      *> a largada só entra no log depois do filtro validado: a saída de
      *> operação acima não é execução a monitorar
           perform 1200-gravar-log-inicio
           open input arq-auditoria
           if   ws-fs-arq-auditoria = "35" then    *> file status 35: nenhuma alteração auditada ainda
                continue
           else
                if   ws-fs-arq-auditoria <> "00" then
                     display "P51SISC20 - Erro ao abrir arq. arq-auditoria: " ws-fs-arq-auditoria
                     stop run
                end-if
                perform 1300-carregar-entradas
                close arq-auditoria
           end-if
           if   ws-aplicar then
                open i-o arq-resultados
           else
                open input arq-resultados
           end-if
           if   ws-fs-arq-resultados <> "00"
           and  ws-fs-arq-resultados <> "05" then
                display "P51SISC20 - Erro ao abrir arq. arq-resultados: " ws-fs-arq-resultados
                stop run
           end-if
      *> cada nota devolvida vira uma linha nova na trilha
           if   ws-aplicar then
                open extend arq-auditoria
                if   ws-fs-arq-auditoria <> "00"
                and  ws-fs-arq-auditoria <> "05" then
                     display "P51SISC20 - Erro ao abrir arq. arq-auditoria: " ws-fs-arq-auditoria
                     stop run
                end-if
           end-if
           open output arq-relatorio
           if   ws-fs-arq-relatorio <> "00" then
                display "P51SISC20 - Erro ao abrir arq. arq-desfazimento.txt: " ws-fs-arq-relatorio
                stop run
           end-if
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para validar uma data/hora DD/MM/AAAA HH:MM e convertê-la
      *>  para AAAAMMDDHHMM, comparável com o início de fl-aud-data-hora
      *>------------------------------------------------------------------------
       1100-validar-data-hora section.
           set ws-validacao-ok                     to true
           if   ws-data-hora-param (3:1) <> "/"
           or   ws-data-hora-param (6:1) <> "/"
           or   ws-data-hora-param (11:1) <> space
           or   ws-data-hora-param (14:1) <> ":"
           or   ws-data-hora-param (1:2) not numeric
           or   ws-data-hora-param (4:2) not numeric
           or   ws-data-hora-param (7:4) not numeric
           or   ws-data-hora-param (12:2) not numeric
           or   ws-data-hora-param (15:2) not numeric then
                set ws-validacao-erro               to true
           else
                move ws-data-hora-param (1:2)       to ws-data-dia
                move ws-data-hora-param (4:2)       to ws-data-mes
                move ws-data-hora-param (7:4)       to ws-data-ano
                move ws-data-hora-param (12:2)      to ws-hora
                move ws-data-hora-param (15:2)      to ws-minuto
                if   ws-data-mes < 1 or ws-data-mes > 12
                or   ws-data-ano < 1900 or ws-data-ano > 2099
                or   ws-data-dia < 1
                or   ws-hora > 23 or ws-minuto > 59 then
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
           if   ws-validacao-ok then
                string ws-data-hora-param (7:4)
                       ws-data-hora-param (4:2)
                       ws-data-hora-param (1:2)
                       ws-data-hora-param (12:2)
                       ws-data-hora-param (15:2)
                       delimited by size into ws-data-hora-conv
           end-if
           .
       1100-validar-data-hora-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para carregar o perfil de quem confirma o desfazimento de
      *>  arq-operadores (mesma regra de 1150-carregar-perfil de P10SISC20)
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
                        when ws-fs-arq-operadores = "23" *> file status 23: operador fora do cadastro
                             set ws-perfil-consulta to true
                        when other
                             display "P51SISC20 - Erro ao ler arq-operadores: " ws-fs-arq-operadores
                             stop run
                    end-evaluate
                    close arq-operadores
               when ws-fs-arq-operadores = "35"    *> file status 35: cadastro de operadores não implantado
                    continue
               when other
                    display "P51SISC20 - Erro ao abrir arq. arq-operadores: " ws-fs-arq-operadores
                    stop run
           end-evaluate
           .
       1150-carregar-perfil-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para varrer a trilha guardando as entradas SA/DE do filtro.
      *>  Qualquer outra linha posterior sobre a mesma nota (outro operador,
      *>  revisão de prova, desfazimento anterior, o próprio operador fora
      *>  da janela) põe as entradas anteriores dessa nota em conflito
      *>------------------------------------------------------------------------
       1300-carregar-entradas section.
           perform until ws-fim-do-arquivo
                read arq-auditoria
                if   ws-fs-arq-auditoria = "10" then *> file status 10: fim do arquivo
                     set ws-fim-do-arquivo          to true
                else
                     if   ws-fs-arq-auditoria <> "00" then
                          display "P51SISC20 - Erro ao ler arq-auditoria: " ws-fs-arq-auditoria
                          stop run
                     end-if
                     if   (fl-aud-operacao = "SA" or fl-aud-operacao = "DE")
                     and  fl-aud-operador = ws-alvo-operador
                     and  fl-aud-data-hora (1:12) >= ws-inicio-aaaammddhhmm
                     and  fl-aud-data-hora (1:12) <= ws-fim-aaaammddhhmm
                     and  (ws-alvo-matricula = spaces or fl-aud-user-id = ws-alvo-matricula)
                     and  (ws-alvo-disciplina = 0 or fl-aud-id-disciplina = ws-alvo-disciplina) then
                          perform 1310-guardar-entrada
                     else
      *> RA (reabertura de calendário) não mexe em nota
                          if   fl-aud-operacao <> "RA" then
                               perform 1320-marcar-posteriores
                          end-if
                     end-if
                end-if
           end-perform
           .
       1300-carregar-entradas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para guardar uma entrada selecionada da trilha
      *>------------------------------------------------------------------------
       1310-guardar-entrada section.
           if   ws-qtd-entradas >= ws-max-entradas then
                display "P51SISC20 - Mais de " ws-max-entradas
                        " alteracoes na janela - informe uma janela menor ou MATRICULA/DISCIPLINA"
                stop run
           end-if
           add 1                                    to ws-qtd-entradas
           move ws-qtd-entradas                     to ws-ind
           move fl-aud-data-hora                    to ws-ent-data-hora (ws-ind)
           move fl-aud-operacao                     to ws-ent-operacao (ws-ind)
           move fl-aud-chave-resul                  to ws-ent-chave (ws-ind)
           move fl-aud-nota-antes                   to ws-ent-nota-antes (ws-ind)
           move fl-aud-nota-depois                  to ws-ent-nota-depois (ws-ind)
           move fl-aud-data-prova-antes             to ws-ent-data-antes (ws-ind)
           move fl-aud-data-prova-depois            to ws-ent-data-depois (ws-ind)
           set ws-ent-a-desfazer (ws-ind)           to true
           move spaces                              to ws-ent-motivo (ws-ind)
           .
       1310-guardar-entrada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para pôr em conflito as entradas já guardadas da nota que a
      *>  linha lida alterou depois
      *>------------------------------------------------------------------------
       1320-marcar-posteriores section.
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-entradas
                if   ws-ent-chave (ws-ind) = fl-aud-chave-resul
                and  not ws-ent-conflito (ws-ind) then
                     set ws-ent-conflito (ws-ind)   to true
                     string "Alterada depois por " fl-aud-operador
                            " (" fl-aud-operacao ")"
                            delimited by size into ws-ent-motivo (ws-ind)
                end-if
           end-perform
           .
       1320-marcar-posteriores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - avalia (e, com CONFIRMA=S, desfaz) as
      *>  entradas da mais recente para a mais antiga e lista cada uma
      *>------------------------------------------------------------------------
       2000-processamento section.
           perform 2900-imprimir-cabecalho
           perform varying ws-ind from ws-qtd-entradas by -1 until ws-ind < 1
                if   not ws-ent-conflito (ws-ind) then
                     perform 2100-avaliar-entrada
                end-if
                if   ws-aplicar
                and  not ws-ent-conflito (ws-ind) then
                     perform 2200-desfazer-entrada
                end-if
                if   ws-ent-conflito (ws-ind) then
                     add 1                          to ws-qtd-conflitos
                end-if
                perform 2910-imprimir-entrada
           end-perform
           perform 2920-imprimir-totais
           if   ws-aplicar then
                move ws-qtd-desfeitas               to ws-log-registros
                display "P51SISC20 - Alteracoes desfeitas: " ws-qtd-desfeitas
                        " - conflitos: " ws-qtd-conflitos
           else
                move ws-qtd-entradas                to ws-log-registros
                move "previa"                       to ws-log-resultado
                display "P51SISC20 - Previa: " ws-qtd-entradas " alteracoes na janela, "
                        ws-qtd-conflitos " em conflito - rode com CONFIRMA=S para desfazer"
           end-if
           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para conferir se a nota ainda está como o operador a deixou:
      *>  SA exige o registro com a nota/data gravadas por ele, DE exige o
      *>  registro ainda excluído. Entrada posterior da mesma nota em
      *>  conflito trava as anteriores (não dá para voltar por cima dela)
      *>------------------------------------------------------------------------
       2100-avaliar-entrada section.
           set ws-posterior-nao-encontrada          to true
           perform varying ws-ind2 from ws-ind by 1
                   until ws-ind2 >= ws-qtd-entradas
                      or ws-posterior-encontrada
                if   ws-ent-chave (ws-ind2 + 1) = ws-ent-chave (ws-ind) then
                     set ws-posterior-encontrada    to true
                end-if
           end-perform
      *> o varying já avançou ws-ind2 até a entrada posterior encontrada
           if   ws-posterior-encontrada then
                if   ws-ent-conflito (ws-ind2) then
                     set ws-ent-conflito (ws-ind)   to true
                     move "Alteracao posterior da nota em conflito" to ws-ent-motivo (ws-ind)
                end-if
           end-if
           if   not ws-ent-conflito (ws-ind) then
                if   ws-posterior-encontrada
                and  not ws-aplicar then
      *> na prévia nada foi gravado: o estado é o que a entrada posterior
      *> deixaria ao ser desfeita
                     set ws-atu-registro-existe     to true
                     move ws-ent-nota-antes (ws-ind2) to ws-atu-nota
                     move ws-ent-data-antes (ws-ind2) to ws-atu-data
                else
                     move ws-ent-chave (ws-ind)     to fl-chave-resul
                     read arq-resultados
                     evaluate true
                         when ws-fs-arq-resultados = "00"
                              set ws-atu-registro-existe to true
                              move fl-nota          to ws-atu-nota
                              move fl-data-prova    to ws-atu-data
                         when ws-fs-arq-resultados = "23" *> file status 23: nota não existe
                              set ws-atu-registro-nao-existe to true
                         when other
                              display "P51SISC20 - Erro ao ler arq-resultados: " ws-fs-arq-resultados
                              stop run
                     end-evaluate
                end-if
                if   ws-ent-operacao (ws-ind) = "SA" then
                     if   ws-atu-registro-nao-existe then
                          set ws-ent-conflito (ws-ind) to true
                          move "Nota excluida depois da alteracao" to ws-ent-motivo (ws-ind)
                     else
                          if   ws-atu-nota <> ws-ent-nota-depois (ws-ind)
                          or   ws-atu-data <> ws-ent-data-depois (ws-ind) then
                               set ws-ent-conflito (ws-ind) to true
                               move "Nota atual difere da gravada pelo operador" to ws-ent-motivo (ws-ind)
                          end-if
                     end-if
                else
                     if   ws-atu-registro-existe then
                          set ws-ent-conflito (ws-ind) to true
                          move "Nota excluida foi lancada de novo" to ws-ent-motivo (ws-ind)
                     end-if
                end-if
                if   ws-atu-registro-existe
                and  (ws-ent-conflito (ws-ind) or not ws-aplicar) then
                     unlock arq-resultados           *> liberando o lock (nada será gravado nesta nota)
                end-if
           end-if
           if   not ws-ent-conflito (ws-ind) then
                if   ws-ent-operacao (ws-ind) = "SA" then
                     move "Volta a nota anterior"   to ws-ent-motivo (ws-ind)
                else
                     move "Recria a nota excluida"  to ws-ent-motivo (ws-ind)
                end-if
           end-if
           .
       2100-avaliar-entrada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para desfazer uma entrada: SA volta nota/data anteriores,
      *>  DE recria o registro excluído; cada um grava sua linha DF na
      *>  trilha de auditoria
      *>------------------------------------------------------------------------
       2200-desfazer-entrada section.
           move ws-ent-chave (ws-ind)               to fl-chave-resul
           move ws-ent-nota-antes (ws-ind)          to fl-nota
           move ws-ent-data-antes (ws-ind)          to fl-data-prova
           if   ws-ent-operacao (ws-ind) = "SA" then
                rewrite fl-resultado
           else
                write fl-resultado
           end-if
           evaluate true
               when ws-fs-arq-resultados = "00"
               or   ws-fs-arq-resultados = "02"     *> file status 02: sucesso, mas existe chave alternada
                    set ws-ent-desfeita (ws-ind)    to true
                    if   ws-ent-operacao (ws-ind) = "SA" then
                         move "Nota anterior restaurada" to ws-ent-motivo (ws-ind)
                    else
                         move "Nota excluida recriada"   to ws-ent-motivo (ws-ind)
                    end-if
                    add 1                           to ws-qtd-desfeitas
                    perform 2250-gravar-auditoria
               when ws-fs-arq-resultados = "22"     *> file status 22: nota lançada de novo por outra sessão
                    set ws-ent-conflito (ws-ind)    to true
                    move "Nota excluida foi lancada de novo" to ws-ent-motivo (ws-ind)
               when other
                    display "P51SISC20 - Erro ao gravar arq-resultados: " ws-fs-arq-resultados
                    stop run
           end-evaluate
           unlock arq-resultados                    *> liberando o lock do registro desfeito
           .
       2200-desfazer-entrada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para gravar o desfazimento na trilha de auditoria: o antes é
      *>  o que o operador tinha deixado (nada, numa exclusão) e o depois é
      *>  o valor devolvido
      *>------------------------------------------------------------------------
       2250-gravar-auditoria section.
           move ws-operador                         to fl-aud-operador
           move function current-date               to fl-aud-data-hora
           move "DF"                                to fl-aud-operacao
           move ws-ent-chave (ws-ind)               to fl-aud-chave-resul
           if   ws-ent-operacao (ws-ind) = "SA" then
                move ws-ent-nota-depois (ws-ind)    to fl-aud-nota-antes
                move ws-ent-data-depois (ws-ind)    to fl-aud-data-prova-antes
           else
                move zero                           to fl-aud-nota-antes
                move spaces                         to fl-aud-data-prova-antes
           end-if
           move ws-ent-nota-antes (ws-ind)          to fl-aud-nota-depois
           move ws-ent-data-antes (ws-ind)          to fl-aud-data-prova-depois
           write fl-auditoria
           if   ws-fs-arq-auditoria <> "00" then
                display "P51SISC20 - Erro ao gravar arq-auditoria: " ws-fs-arq-auditoria
                stop run
           end-if
           .
       2250-gravar-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para imprimir o cabeçalho da listagem
      *>------------------------------------------------------------------------
       2900-imprimir-cabecalho section.
           if   ws-aplicar then
                move "- RESULTADO"                  to ws-cab-modo
           else
                move "- PREVIA (nada foi alterado)" to ws-cab-modo
           end-if
           write fl-linha-relatorio                 from ws-linha-cab-1
           move ws-alvo-operador                    to ws-cab-operador
           move ws-param-inicio                     to ws-cab-inicio
           move ws-param-fim                        to ws-cab-fim
           if   ws-alvo-matricula = spaces then
                move "todas"                        to ws-cab-matricula
           else
                move ws-alvo-matricula              to ws-cab-matricula
           end-if
           if   ws-param-disciplina = spaces then
                move "---"                          to ws-cab-disciplina
           else
                move ws-param-disciplina            to ws-cab-disciplina
           end-if
           write fl-linha-relatorio                 from ws-linha-cab-2
           write fl-linha-relatorio                 from ws-linha-tracos
           write fl-linha-relatorio                 from ws-linha-colunas
           write fl-linha-relatorio                 from ws-linha-tracos
           if   ws-fs-arq-relatorio <> "00" then
                display "P51SISC20 - Erro ao gravar arq-desfazimento.txt: " ws-fs-arq-relatorio
                stop run
           end-if
           .
       2900-imprimir-cabecalho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para imprimir uma entrada com a situação apurada
      *>------------------------------------------------------------------------
       2910-imprimir-entrada section.
           move spaces                              to ws-linha-detalhe
           string ws-ent-data-hora (ws-ind) (7:2) "/"
                  ws-ent-data-hora (ws-ind) (5:2) "/"
                  ws-ent-data-hora (ws-ind) (1:4) " "
                  ws-ent-data-hora (ws-ind) (9:2) ":"
                  ws-ent-data-hora (ws-ind) (11:2) ":"
                  ws-ent-data-hora (ws-ind) (13:2)
                  delimited by size into ws-det-data-hora
           move ws-ent-operacao (ws-ind)            to ws-det-operacao
           move ws-ent-chave (ws-ind)               to ws-det-chave
           move ws-det-chave-id                     to ws-det-id-resultado
           move ws-det-chave-user                   to ws-det-user-id
           move ws-det-chave-disc                   to ws-det-id-disciplina
           move ws-ent-nota-antes (ws-ind)          to ws-det-nota-antes
           move ws-ent-data-antes (ws-ind)          to ws-det-data-antes
           if   ws-ent-operacao (ws-ind) = "SA" then
                move ws-ent-nota-depois (ws-ind)    to ws-det-nota-depois
                move ws-ent-data-depois (ws-ind)    to ws-det-data-depois
           else
                move "excl."                        to ws-det-nota-depois
           end-if
           if   ws-ent-conflito (ws-ind) then
                string "CONFLITO: " ws-ent-motivo (ws-ind)
                       delimited by size into ws-det-situacao
           else
                move ws-ent-motivo (ws-ind)         to ws-det-situacao
           end-if
           write fl-linha-relatorio                 from ws-linha-detalhe
           if   ws-fs-arq-relatorio <> "00" then
                display "P51SISC20 - Erro ao gravar arq-desfazimento.txt: " ws-fs-arq-relatorio
                stop run
           end-if
           .
       2910-imprimir-entrada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para imprimir os totais da listagem
      *>------------------------------------------------------------------------
       2920-imprimir-totais section.
           write fl-linha-relatorio                 from ws-linha-tracos
           move ws-qtd-entradas                     to ws-tot-entradas
           if   ws-aplicar then
                move "Desfeitas: "                  to ws-tot-rotulo
                move ws-qtd-desfeitas               to ws-tot-desfeitas
           else
                move "A desfazer: "                 to ws-tot-rotulo
                compute ws-tot-desfeitas = ws-qtd-entradas - ws-qtd-conflitos
           end-if
           move ws-qtd-conflitos                    to ws-tot-conflitos
           write fl-linha-relatorio                 from ws-linha-total
           if   ws-fs-arq-relatorio <> "00" then
                display "P51SISC20 - Erro ao gravar arq-desfazimento.txt: " ws-fs-arq-relatorio
                stop run
           end-if
           .
       2920-imprimir-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para registrar a largada do job no log de execuções
      *>------------------------------------------------------------------------
       1200-gravar-log-inicio section.
           open extend arq-runlog
           if   ws-fs-arq-runlog <> "00"
           and  ws-fs-arq-runlog <> "05" then
                display "P51SISC20 - Erro ao abrir arq. arq-runlog: " ws-fs-arq-runlog
                stop run
           end-if
           move "P51SISC20"                         to fl-log-programa
           move "INI"                               to fl-log-evento
           move function current-date               to fl-log-data-hora
           move 0                                   to fl-log-registros
           move spaces                              to fl-log-resultado
           write fl-runlog
           if   ws-fs-arq-runlog <> "00" then
                display "P51SISC20 - Erro ao gravar arq-runlog: " ws-fs-arq-runlog
                stop run
           end-if
           .
       1200-gravar-log-inicio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para registrar o término normal do job no log de execuções
      *>------------------------------------------------------------------------
       2950-gravar-log-fim section.
           move "P51SISC20"                         to fl-log-programa
           move "FIM"                               to fl-log-evento
           move function current-date               to fl-log-data-hora
           move ws-log-registros                    to fl-log-registros
           move ws-log-resultado                    to fl-log-resultado
           write fl-runlog
           if   ws-fs-arq-runlog <> "00" then
                display "P51SISC20 - Erro ao gravar arq-runlog: " ws-fs-arq-runlog
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
           close arq-resultados
           if   ws-aplicar then
                close arq-auditoria
           end-if
           close arq-relatorio
           close arq-runlog
           stop run
           .
       3000-finaliza-exit.
           exit.
