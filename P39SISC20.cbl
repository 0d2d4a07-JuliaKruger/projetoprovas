      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P39SISC20".
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

           select arq-revisoes assign to "arq-revisoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-rev-chave
           file status is ws-fs-arq-revisoes.

           select arq-resultados assign to "arq-resultados.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-chave-resul
           alternate key is fl-user-disc with duplicates
           file status is ws-fs-arq-resultados.

           select arq-situacoes assign to "arq-situacoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-sit-chave
           file status is ws-fs-arq-situacoes.

           select arq-frequencias assign to "arq-frequencias.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-frq-chave
           file status is ws-fs-arq-frequencias.

           select arq-tipos-prova assign to "arq-tipos-prova.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-tpr-codigo
           file status is ws-fs-arq-tipos-prova.

           select arq-parametros assign to "arq-parametros.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-par-id
           file status is ws-fs-arq-parametros.

           select arq-operadores assign to "arq-operadores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-ope-usuario
           file status is ws-fs-arq-operadores.

           select arq-calendario assign to "arq-calendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on multiple records
           record key is fl-cal-chave
           file status is ws-fs-arq-calendario.

           select arq-auditoria assign to "arq-auditoria.dat"
           organization is line sequential
           file status is ws-fs-arq-auditoria.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
      *> arquivo de pedidos de revisão de prova: um registro por pedido,
      *> com a chave do resultado contestado mais um sequencial (o mesmo
      *> resultado pode ser contestado de novo depois de decidido), o
      *> motivo, quem abriu, a situação (A aberta, D deferida, I
      *> indeferida) e, na decisão, a nota revisada e quem decidiu
       fd arq-revisoes.
       01 fl-revisao.
           05 fl-rev-chave.
               10 fl-rev-chave-resul.
                   15 fl-rev-id-resultado          pic 9(02).
                   15 fl-rev-user-disc.
                       20 fl-rev-user-id           pic x(08).
                       20 fl-rev-id-disciplina     pic 9(03).
               10 fl-rev-sequencia                 pic 9(02).
           05 fl-rev-motivo                        pic x(60).
           05 fl-rev-aberta-por                    pic x(08).
           05 fl-rev-data-abertura                 pic x(10).
           05 fl-rev-status                        pic x(01).
               88 fl-rev-aberta                    value "A".
               88 fl-rev-deferida                  value "D".
               88 fl-rev-indeferida                value "I".
           05 fl-rev-nota-original                 pic -99,99.
           05 fl-rev-nota-revisada                 pic -99,99.
           05 fl-rev-decidida-por                  pic x(08).
           05 fl-rev-data-decisao                  pic x(10).

       fd arq-resultados.
       01 fl-resultado.
           05 fl-chave-resul.
               10 fl-id-resultado                  pic 9(02).
               10 fl-user-disc.
                   15 fl-user-id                   pic x(08).
                   15 fl-id-disciplina             pic 9(03).
           05 fl-nota                              pic -99,99.
           05 fl-data-prova                        pic x(10).

      *> arquivo de situações finais do período (gravado por P14SISC20 e
      *> refechado por P28SISC20): a revisão deferida refecha aqui só o
      *> aluno/disciplina do resultado revisado
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

       fd arq-frequencias.
       01 fl-frequencia.
           05 fl-frq-chave.
               10 fl-frq-matricula                 pic x(08).
               10 fl-frq-id-disciplina             pic 9(03).
           05 fl-frq-aulas-dadas                   pic 9(03).
           05 fl-frq-aulas-presentes               pic 9(03).

       fd arq-tipos-prova.
       01 fl-tipo-prova.
           05 fl-tpr-codigo                        pic 9(02).
           05 fl-tpr-descricao                     pic x(30).
           05 fl-tpr-peso                          pic 9(03).
           05 fl-tpr-recuperacao                   pic x(01).
               88 fl-tpr-eh-recuperacao            value "S".
               88 fl-tpr-prova-regular             value "N".

       fd arq-parametros.
       01 fl-parametros.
           05 fl-par-id                            pic x(08).
           05 fl-par-nota-minima                   pic 99,99.
           05 fl-par-nota-maxima                   pic 99,99.
           05 fl-par-media-aprovacao               pic 99,99.
           05 fl-par-media-recuperacao             pic 99,99.
           05 fl-par-freq-minima                   pic 9(03).

      *> arquivo mestre de operadores (mantido por P33SISC20): abrir um
      *> pedido exige o perfil de lançamento ou administração; deferir ou
      *> indeferir exige o perfil de administração
       fd arq-operadores.
       01 fl-operador.
           05 fl-ope-usuario                       pic x(08).
           05 fl-ope-nome                          pic x(40).
           05 fl-ope-perfil                        pic x(01).

      *> calendário acadêmico (mantido por P47SISC20): enquanto algum
      *> período já iniciado não chegou ao fim da janela de recuperação,
      *> a revisão deferida não aplica a nota de recuperação (a mesma
      *> conferência que segura o refechamento de P28SISC20)
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

      *> trilha de auditoria dos resultados (a mesma de P06SISC20): a
      *> revisão deferida grava a operação "RV" com a nota original e a
      *> revisada
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
       77 ws-fs-arq-revisoes                       pic x(02).
       77 ws-fs-arq-resultados                     pic x(02).
       77 ws-fs-arq-situacoes                      pic x(02).
       77 ws-fs-arq-frequencias                    pic x(02).
       77 ws-fs-arq-tipos-prova                    pic x(02).
       77 ws-fs-arq-parametros                     pic x(02).
       77 ws-fs-arq-operadores                     pic x(02).
       77 ws-fs-arq-auditoria                      pic x(02).
       77 ws-fs-arq-calendario                     pic x(02).

       77 ws-operador                              pic x(08).

      *> perfil do operador logado, carregado de arq-operadores na
      *> inicialização: lançamento (L) abre pedidos, só administração (A)
      *> decide. Sem o arquivo (instalação ainda sem cadastro de
      *> operadores) tudo fica liberado; operador fora do cadastro cai
      *> para consulta
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

      *> regras de avaliação vigentes (registro VIGENTE de arq-parametros),
      *> com os mesmos padrões de P06SISC20/P14SISC20/P28SISC20
       77 ws-par-nota-minima                       pic 9(02)v99 value 0.
       77 ws-par-nota-maxima                       pic 9(02)v99 value 10.
       77 ws-par-media-aprovacao                   pic 9(02)v99 value 6.
       77 ws-par-media-recuperacao                 pic 9(02)v99 value 4.
       77 ws-par-freq-minima                       pic 9(03) value 75.

      *> "S" quando arq-frequencias existe (a carga de P29SISC20 já rodou)
       77 ws-tem-frequencias                       pic x(01) value "N".
           88 ws-com-frequencias                   value "S".

      *> "S" quando arq-situacoes existe (P14SISC20 já fechou algum período)
       77 ws-tem-situacoes                         pic x(01) value "N".
           88 ws-com-situacoes                     value "S".

      *> abertura de um pedido: maior sequencial já usado para o resultado
      *> e se algum pedido dele ainda está aberto
       77 ws-maior-sequencia                       pic 9(02).
       77 ws-tem-aberta                            pic x(01).
           88 ws-existe-aberta                     value "S".
           88 ws-nao-existe-aberta                 value "N".

       77 ws-nota-verificar                        pic s9(03)v99.
       77 ws-data-corrente                         pic x(21).
       77 ws-data-hoje                             pic x(10).

      *> apoio da auditoria da revisão deferida
       77 ws-aud-nota-antes                        pic -99,99.
       77 ws-aud-nota-depois                       pic -99,99.

      *> refechamento do aluno/disciplina revisado: mesmas regras de
      *> P14SISC20 (média ponderada pelos pesos dos tipos de prova,
      *> provas de recuperação fora dela, reprovação por falta) e, para
      *> quem cai em recuperação com nota de recuperação lançada, a regra
      *> de P28SISC20 (média final = (média + maior recuperação) / 2)
       77 ws-qtd-tipos                             pic 9(03) value 0.
       77 ws-ind-tipo                              pic 9(03).
       77 ws-peso-corrente                         pic 9(03).
       77 ws-tipo-recuperacao                      pic x(01).
           88 ws-tipo-de-recuperacao               value "S".
           88 ws-tipo-regular                      value "N".
       01 ws-tab-tipos.
           05 ws-tpr-entrada occurs 99 times.
               10 ws-tpr-codigo                    pic 9(02).
               10 ws-tpr-peso                      pic 9(03).
               10 ws-tpr-recuperacao               pic x(01).

       77 ws-ref-user-id                           pic x(08).
       77 ws-ref-id-disciplina                     pic 9(03).
       77 ws-ref-qtd-notas                         pic 9(03).
       77 ws-ref-soma-ponderada                    pic s9(07)v99.
       77 ws-ref-soma-pesos                        pic 9(05).
       77 ws-ref-media                             pic s9(03)v99.
       77 ws-nota-numerica                         pic s9(03)v99.
       77 ws-nota-ponderada                        pic s9(05)v99.
       77 ws-rec-achou                             pic x(01).
           88 ws-rec-encontrada                    value "S".
           88 ws-rec-nao-encontrada                value "N".
       77 ws-rec-nota                              pic s9(03)v99.
       77 ws-soma-medias                           pic s9(04)v99.
       77 ws-frq-pontos                            pic 9(05).
       77 ws-frq-minimo                            pic 9(05).
       77 ws-frq-situacao                          pic x(01).
           88 ws-frq-abaixo-do-minimo              value "S".
           88 ws-frq-suficiente                    value "N".

      *> apoio da conferência do calendário: datas em AAAAMMDD
      *> (comparáveis como texto); bloqueado = janela de recuperação aberta
       77 ws-cal-hoje                              pic x(08).
       77 ws-cal-inicio                            pic x(08).
       77 ws-cal-limite                            pic x(08).
       77 ws-cal-liberacao                         pic x(01).
           88 ws-cal-liberado                      value "S".
           88 ws-cal-bloqueado                     value "N".

      *> "S" quando a revisão deferida refechou uma situação já gravada
       77 ws-refechou                              pic x(01).
           88 ws-situacao-refechada                value "S".
           88 ws-situacao-nao-fechada              value "N".

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

       01 lnk-gp-revisao.
           05 lnk-revisao.
               10 lnk-rev-chave.
                   15 lnk-rev-chave-resul.
                       20 lnk-rev-id-resultado     pic 9(02).
                       20 lnk-rev-user-disc.
                           25 lnk-rev-user-id      pic x(08).
                           25 lnk-rev-id-disciplina pic 9(03).
                   15 lnk-rev-sequencia            pic 9(02).
               10 lnk-rev-motivo                   pic x(60).
               10 lnk-rev-aberta-por               pic x(08).
               10 lnk-rev-data-abertura            pic x(10).
               10 lnk-rev-status                   pic x(01).
               10 lnk-rev-nota-original            pic -99,99.
               10 lnk-rev-nota-revisada            pic -99,99.
               10 lnk-rev-decidida-por             pic x(08).
               10 lnk-rev-data-decisao             pic x(10).
           05 lnk-qtd-lista                        pic 9(03).
           05 lnk-tem-mais                         pic x(01).
               88 lnk-tem-mais-registros           value "S".
               88 lnk-nao-tem-mais-registros       value "N".
           05 lnk-chave-continuacao                pic x(15).
           05 lnk-tab-revisao occurs 200 times indexed by lnk-idx.
               10 lnk-lst-chave.
                   15 lnk-lst-id-resultado         pic 9(02).
                   15 lnk-lst-user-id              pic x(08).
                   15 lnk-lst-id-disciplina        pic 9(03).
                   15 lnk-lst-sequencia            pic 9(02).
               10 lnk-lst-motivo                   pic x(60).
               10 lnk-lst-aberta-por               pic x(08).
               10 lnk-lst-data-abertura            pic x(10).
               10 lnk-lst-status                   pic x(01).
               10 lnk-lst-nota-original            pic -99,99.
               10 lnk-lst-nota-revisada            pic -99,99.
               10 lnk-lst-decidida-por             pic x(08).
               10 lnk-lst-data-decisao             pic x(10).

      *>----Declaração de tela
       screen section.

      *>----Declaração do corpo do programa
       procedure division using lnk-controle, lnk-gp-revisao.

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
           open i-o arq-revisoes                   *> open i-o abre o arquivo para leitura e escrita
           if   ws-fs-arq-revisoes  <> "00"        *> file status 00: comando executado com sucesso
           and  ws-fs-arq-revisoes <> "05" then    *> file status 05: open opcional com sucesso, mas não existe aquivo anterior
                move "P39SISC20"                         to lnk-msn-erro-pmg
                move 1                                   to lnk-msn-erro-offset
                move 12                                  to lnk-return-code
                move ws-fs-arq-revisoes                  to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-revisoes"   to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           open i-o arq-resultados                 *> a revisão deferida regrava a nota do resultado
           if   ws-fs-arq-resultados  <> "00"
           and  ws-fs-arq-resultados <> "05" then
                move "P39SISC20"                         to lnk-msn-erro-pmg
                move 2                                   to lnk-msn-erro-offset
                move 12                                  to lnk-return-code
                move ws-fs-arq-resultados                to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-resultados" to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
      *> o arquivo de situações só existe depois do primeiro fechamento de
      *> P14SISC20: file status 35 (arquivo não existe) não é erro, a
      *> revisão deferida só não tem situação a refechar
           open i-o arq-situacoes
           if   ws-fs-arq-situacoes = "00"
           or   ws-fs-arq-situacoes = "05" then
                set ws-com-situacoes                to true
           else
                if   ws-fs-arq-situacoes <> "35" then
                     move "P39SISC20"                         to lnk-msn-erro-pmg
                     move 3                                   to lnk-msn-erro-offset
                     move 12                                  to lnk-return-code
                     move ws-fs-arq-situacoes                 to lnk-msn-erro-cod
                     move "Erro ao abrir arq. arq-situacoes"  to lnk-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
      *> frequência e tipos de prova também são opcionais, como no
      *> fechamento de P14SISC20
           open input arq-frequencias
           if   ws-fs-arq-frequencias = "00"
           or   ws-fs-arq-frequencias = "05" then
                set ws-com-frequencias              to true
           else
                if   ws-fs-arq-frequencias <> "35" then
                     move "P39SISC20"                          to lnk-msn-erro-pmg
                     move 4                                    to lnk-msn-erro-offset
                     move 12                                   to lnk-return-code
                     move ws-fs-arq-frequencias                to lnk-msn-erro-cod
                     move "Erro ao abrir arq. arq-frequencias" to lnk-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           open input arq-tipos-prova
           if   ws-fs-arq-tipos-prova = "00"
           or   ws-fs-arq-tipos-prova = "05" then
                perform 1200-carregar-tipos-prova
                close arq-tipos-prova
           else
                if   ws-fs-arq-tipos-prova <> "35" then
                     move "P39SISC20"                          to lnk-msn-erro-pmg
                     move 5                                    to lnk-msn-erro-offset
                     move 12                                   to lnk-return-code
                     move ws-fs-arq-tipos-prova                to lnk-msn-erro-cod
                     move "Erro ao abrir arq. arq-tipos-prova" to lnk-msn-erro-text
                     perform 9000-finaliza-anormal
                end-if
           end-if
           open extend arq-auditoria               *> abrindo o arquivo de auditoria para acrescentar registros
           if   ws-fs-arq-auditoria  <> "00"
           and  ws-fs-arq-auditoria <> "05" then
                move "P39SISC20"                         to lnk-msn-erro-pmg
                move 6                                   to lnk-msn-erro-offset
                move 12                                  to lnk-return-code
                move ws-fs-arq-auditoria                 to lnk-msn-erro-cod
                move "Erro ao abrir arq. arq-auditoria"  to lnk-msn-erro-text
                perform 9000-finaliza-anormal
           end-if
           perform 1050-carregar-parametros        *> carregando as regras de avaliação vigentes
           accept ws-operador from environment "USER" *> operador logado no sistema operacional
           perform 1100-carregar-perfil            *> carregando o perfil do operador logado
      *> data do dia (DD/MM/AAAA, como fl-data-prova) para a abertura, a
      *> decisão e o refechamento
           move function current-date               to ws-data-corrente
           string ws-data-corrente (7:2) "/"
                  ws-data-corrente (5:2) "/"
                  ws-data-corrente (1:4)
                  delimited by size into ws-data-hoje
           perform 1300-verificar-calendario        *> conferindo se a janela de recuperação já terminou
           move lnk-confirmacao to ws-confirmacao  *> movendo a confirmação do usuário da linkage storage para a working storage
           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para conferir o calendário acadêmico (arq-calendario,
      *>  mantido por P47SISC20), com a mesma regra de
      *>  1070-verificar-calendario em P28SISC20: havendo um período já
      *>  iniciado cuja janela de recuperação ainda não terminou, o
      *>  refechamento deixa em recuperação quem cair nela. Período sem
      *>  recuperação não segura nada; sem o calendário vale como sempre
      *>------------------------------------------------------------------------
       1300-verificar-calendario section.
           set ws-cal-liberado                      to true
           open input arq-calendario
           evaluate true
               when ws-fs-arq-calendario = "00"
               or   ws-fs-arq-calendario = "05"
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
                                        move "P39SISC20"                          to lnk-msn-erro-pmg
                                        move 43                                   to lnk-msn-erro-offset
                                        move 12                                   to lnk-return-code
                                        move "Erro ao ler registro"               to lnk-msn-erro-text
                                        move ws-fs-arq-calendario                 to lnk-msn-erro-cod
                                        perform 9000-finaliza-anormal
                                   end-if
                              end-if
                         end-perform
                    else
                         if   ws-fs-arq-calendario <> "23" then *> file status 23: calendário vazio
                              move "P39SISC20"                          to lnk-msn-erro-pmg
                              move 43                                   to lnk-msn-erro-offset
                              move 12                                   to lnk-return-code
                              move "Erro ao ler registro"               to lnk-msn-erro-text
                              move ws-fs-arq-calendario                 to lnk-msn-erro-cod
                              perform 9000-finaliza-anormal
                         end-if
                    end-if
                    close arq-calendario
               when ws-fs-arq-calendario = "35"    *> file status 35: calendário ainda não implantado
                    continue
               when other
                    move "P39SISC20"                          to lnk-msn-erro-pmg
                    move 44                                   to lnk-msn-erro-offset
                    move 12                                   to lnk-return-code
                    move ws-fs-arq-calendario                 to lnk-msn-erro-cod
                    move "Erro ao abrir arq. arq-calendario"  to lnk-msn-erro-text
                    perform 9000-finaliza-anormal
           end-evaluate
           .
       1300-verificar-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para carregar as regras de avaliação do registro VIGENTE de
      *>  arq-parametros (mantido pela secretaria via P31SISC20); sem o
      *>  arquivo (file status 35) ou sem o registro valem os padrões
      *>------------------------------------------------------------------------
       1050-carregar-parametros section.
           open input arq-parametros
           evaluate true
               when ws-fs-arq-parametros = "00"
               or   ws-fs-arq-parametros = "05"
                    move "VIGENTE"                  to fl-par-id
                    read arq-parametros
                    if   ws-fs-arq-parametros = "00" then
                         move fl-par-nota-minima       to ws-par-nota-minima
                         move fl-par-nota-maxima       to ws-par-nota-maxima
                         move fl-par-media-aprovacao   to ws-par-media-aprovacao
                         move fl-par-media-recuperacao to ws-par-media-recuperacao
                         move fl-par-freq-minima       to ws-par-freq-minima
                         unlock arq-parametros      *> liberando o lock (leitura de apoio, somente consulta)
                    else
                         if   ws-fs-arq-parametros <> "23" then *> file status 23: registro VIGENTE não cadastrado
                              move "P39SISC20"                         to lnk-msn-erro-pmg
                              move 7                                   to lnk-msn-erro-offset
                              move 12                                  to lnk-return-code
                              move "Erro ao ler registro"              to lnk-msn-erro-text
                              move ws-fs-arq-parametros                to lnk-msn-erro-cod
                              perform 9000-finaliza-anormal
                         end-if
                    end-if
                    close arq-parametros
               when ws-fs-arq-parametros = "35"    *> file status 35: parâmetros ainda não cadastrados
                    continue
               when other
                    move "P39SISC20"                         to lnk-msn-erro-pmg
                    move 8                                   to lnk-msn-erro-offset
                    move 12                                  to lnk-return-code
                    move ws-fs-arq-parametros                to lnk-msn-erro-cod
                    move "Erro ao abrir arq. arq-parametros" to lnk-msn-erro-text
                    perform 9000-finaliza-anormal
           end-evaluate
           .
       1050-carregar-parametros-exit.
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
                             move "P39SISC20"                         to lnk-msn-erro-pmg
                             move 9                                   to lnk-msn-erro-offset
                             move 12                                  to lnk-return-code
                             move "Erro ao ler registro"              to lnk-msn-erro-text
                             move ws-fs-arq-operadores                to lnk-msn-erro-cod
                             perform 9000-finaliza-anormal
                    end-evaluate
                    close arq-operadores
               when ws-fs-arq-operadores = "35"    *> file status 35: cadastro de operadores não implantado
                    continue
               when other
                    move "P39SISC20"                         to lnk-msn-erro-pmg
                    move 10                                  to lnk-msn-erro-offset
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
      *>  Seção para carregar a tabela de tipos de prova em memória (mesma
      *>  carga de P14SISC20; tipo fora do mestre entra com peso 100)
      *>------------------------------------------------------------------------
       1200-carregar-tipos-prova section.
           move 0                                    to fl-tpr-codigo
           start arq-tipos-prova key is not less than fl-tpr-codigo
           if   ws-fs-arq-tipos-prova = "00" then
                perform until ws-fs-arq-tipos-prova <> "00"
                           or ws-qtd-tipos >= 99
                     read arq-tipos-prova next record
                     if   ws-fs-arq-tipos-prova = "00" then
                          add 1                      to ws-qtd-tipos
                          move ws-qtd-tipos           to ws-ind-tipo
                          move fl-tpr-codigo          to ws-tpr-codigo (ws-ind-tipo)
                          move fl-tpr-peso            to ws-tpr-peso (ws-ind-tipo)
                          move fl-tpr-recuperacao     to ws-tpr-recuperacao (ws-ind-tipo)
                          unlock arq-tipos-prova      *> liberando o lock (carga é somente leitura)
                     else
                          if   ws-fs-arq-tipos-prova <> "10" then *> file status 10: fim do arquivo
                               move "P39SISC20"                to lnk-msn-erro-pmg
                               move 11                         to lnk-msn-erro-offset
                               move 12                         to lnk-return-code
                               move "Erro ao ler registro"     to lnk-msn-erro-text
                               move ws-fs-arq-tipos-prova      to lnk-msn-erro-cod
                               perform 9000-finaliza-anormal
                          end-if
                     end-if
                end-perform
           else
                if   ws-fs-arq-tipos-prova <> "23"   *> file status 23: mestre vazio, tudo com peso 100
                and  ws-fs-arq-tipos-prova <> "10" then
                     move "P39SISC20"                to lnk-msn-erro-pmg
                     move 11                         to lnk-msn-erro-offset
                     move 12                         to lnk-return-code
                     move "Erro ao ler registro"     to lnk-msn-erro-text
                     move ws-fs-arq-tipos-prova      to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           .
       1200-carregar-tipos-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - abrir um pedido exige perfil de
      *>  lançamento ou administração; deferir/indeferir exige o perfil de
      *>  administração; a consulta é livre
      *>------------------------------------------------------------------------
       2000-processamento section.
           evaluate lnk-operacao
               when "AB"
                   if   ws-perfil-lancamento or ws-perfil-administracao then
                        perform 2100-abrir-revisao  *> seção para abrir um pedido de revisão
                   else
                        perform 2900-negar-operacao
                   end-if
               when "C1"
                   perform 2200-b-um-registro       *> seção para buscar um registro
               when "CT"
                   perform 2400-b-todos-registros   *> seção para buscar todos os registros
               when "DF"
                   if   ws-perfil-administracao then
                        perform 2500-deferir-revisao *> seção para deferir o pedido e revisar a nota
                   else
                        perform 2900-negar-operacao
                   end-if
               when "IN"
                   if   ws-perfil-administracao then
                        perform 2550-indeferir-revisao *> seção para indeferir o pedido
                   else
                        perform 2900-negar-operacao
                   end-if
           end-evaluate

           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para negar uma operação a um perfil que não a permite,
      *>  devolvendo um retorno limpo em vez de alcançar o write
      *>------------------------------------------------------------------------
       2900-negar-operacao section.
           move "P39SISC20"                        to lnk-msn-erro-pmg
           move 12                                 to lnk-msn-erro-offset
           move 04                                 to lnk-return-code
           move "Operacao nao autorizada"          to lnk-msn-erro-text
           move "00"                               to lnk-msn-erro-cod
           .
       2900-negar-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para abrir um pedido de revisão: o resultado contestado
      *>  precisa existir em arq-resultados, o motivo é obrigatório e não
      *>  pode haver outro pedido ainda aberto para o mesmo resultado. O
      *>  sequencial é o próximo depois do maior já usado pelo resultado
      *>------------------------------------------------------------------------
       2100-abrir-revisao section.
           set ws-validacao-ok                     to true
           if   lnk-rev-motivo = spaces then
                set ws-validacao-erro               to true
                move "P39SISC20"                    to lnk-msn-erro-pmg
                move 13                             to lnk-msn-erro-offset
                move 04                             to lnk-return-code
                move "Motivo obrigatorio"           to lnk-msn-erro-text
                move "00"                           to lnk-msn-erro-cod
           end-if
           if   ws-validacao-ok then
                move lnk-rev-chave-resul            to fl-chave-resul
                read arq-resultados                 *> conferindo se o resultado contestado existe
                if   ws-fs-arq-resultados = "00" then
                     unlock arq-resultados          *> liberando o lock (a abertura não altera o resultado)
                else
                     set ws-validacao-erro          to true
                     if   ws-fs-arq-resultados = "23" then *> file status 23: resultado não cadastrado
                          move "P39SISC20"               to lnk-msn-erro-pmg
                          move 14                        to lnk-msn-erro-offset
                          move 04                        to lnk-return-code
                          move "Resultado inexistente"   to lnk-msn-erro-text
                          move ws-fs-arq-resultados      to lnk-msn-erro-cod
                     else
                          move "P39SISC20"               to lnk-msn-erro-pmg
                          move 14                        to lnk-msn-erro-offset
                          move 12                        to lnk-return-code
                          move "Erro ao ler registro"    to lnk-msn-erro-text
                          move ws-fs-arq-resultados      to lnk-msn-erro-cod
                          perform 9000-finaliza-anormal
                     end-if
                end-if
           end-if
           if   ws-validacao-ok then
                perform 2110-verificar-pedidos
                if   ws-existe-aberta then
                     set ws-validacao-erro          to true
                     move "P39SISC20"               to lnk-msn-erro-pmg
                     move 15                        to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move "Ja existe revisao aberta para o resultado" to lnk-msn-erro-text
                     move "00"                      to lnk-msn-erro-cod
                else
                     if   ws-maior-sequencia >= 99 then
                          set ws-validacao-erro     to true
                          move "P39SISC20"          to lnk-msn-erro-pmg
                          move 16                   to lnk-msn-erro-offset
                          move 04                   to lnk-return-code
                          move "Limite de revisoes do resultado atingido" to lnk-msn-erro-text
                          move "00"                 to lnk-msn-erro-cod
                     end-if
                end-if
           end-if
           if   ws-validacao-erro then
                continue
           else
                move lnk-rev-chave-resul            to fl-rev-chave-resul
                add 1 to ws-maior-sequencia     giving fl-rev-sequencia
                move lnk-rev-motivo                 to fl-rev-motivo
                move ws-operador                    to fl-rev-aberta-por
                move ws-data-hoje                   to fl-rev-data-abertura
                set fl-rev-aberta                   to true
                move fl-nota                        to fl-rev-nota-original
                move zero                           to fl-rev-nota-revisada
                move spaces                         to fl-rev-decidida-por
                move spaces                         to fl-rev-data-decisao
                write fl-revisao
                if   ws-fs-arq-revisoes = "00" then
                     move fl-revisao                to lnk-revisao
                     move "P39SISC20"               to lnk-msn-erro-pmg
                     move 17                        to lnk-msn-erro-offset
                     move 00                        to lnk-return-code
                     move "Revisao aberta com sucesso" to lnk-msn-erro-text
                     move ws-fs-arq-revisoes        to lnk-msn-erro-cod
                else
                     move "P39SISC20"               to lnk-msn-erro-pmg
                     move 18                        to lnk-msn-erro-offset
                     move 12                        to lnk-return-code
                     move "Erro ao escrever registro" to lnk-msn-erro-text
                     move ws-fs-arq-revisoes        to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           .
       2100-abrir-revisao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para percorrer os pedidos já gravados para o resultado
      *>  (mesmo prefixo de chave), guardando o maior sequencial e se algum
      *>  ainda está aberto
      *>------------------------------------------------------------------------
       2110-verificar-pedidos section.
           move 0                                   to ws-maior-sequencia
           set ws-nao-existe-aberta                 to true
           move lnk-rev-chave-resul                 to fl-rev-chave-resul
           move 0                                   to fl-rev-sequencia
           start arq-revisoes key is not less than fl-rev-chave
           if   ws-fs-arq-revisoes = "00" then
                perform until ws-fs-arq-revisoes <> "00"
                     read arq-revisoes next record
                     if   ws-fs-arq-revisoes = "00" then
                          unlock arq-revisoes       *> liberando o lock (verificação é somente leitura)
                          if   fl-rev-chave-resul <> lnk-rev-chave-resul then
                               move "10"            to ws-fs-arq-revisoes *> passou do resultado: encerra a varredura
                          else
                               move fl-rev-sequencia to ws-maior-sequencia
                               if   fl-rev-aberta then
                                    set ws-existe-aberta to true
                               end-if
                          end-if
                     else
                          if   ws-fs-arq-revisoes <> "10" *> file status 10: fim do arquivo
                               move "P39SISC20"                to lnk-msn-erro-pmg
                               move 19                         to lnk-msn-erro-offset
                               move 12                         to lnk-return-code
                               move "Erro ao ler registro"     to lnk-msn-erro-text
                               move ws-fs-arq-revisoes         to lnk-msn-erro-cod
                               perform 9000-finaliza-anormal
                          end-if
                     end-if
                end-perform
           else
                if   ws-fs-arq-revisoes <> "23"      *> file status 23: nenhum pedido para o resultado
                and  ws-fs-arq-revisoes <> "10"
                     move "P39SISC20"                to lnk-msn-erro-pmg
                     move 19                         to lnk-msn-erro-offset
                     move 12                         to lnk-return-code
                     move "Erro ao ler registro"     to lnk-msn-erro-text
                     move ws-fs-arq-revisoes         to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           .
       2110-verificar-pedidos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para consultar/buscar um registro
      *>------------------------------------------------------------------------
       2200-b-um-registro section.
           move lnk-rev-chave                       to fl-rev-chave
           read arq-revisoes                        *> lendo o arquivo usando a chave
           if   ws-fs-arq-revisoes = "00" then
                move fl-revisao                     to lnk-revisao
                unlock arq-revisoes                  *> liberando o lock do registro lido (consulta é somente leitura)
                move "P39SISC20"                    to lnk-msn-erro-pmg
                move 20                             to lnk-msn-erro-offset
                move 00                             to lnk-return-code
                move "Registro lido com sucesso"    to lnk-msn-erro-text
                move ws-fs-arq-revisoes             to lnk-msn-erro-cod
           else
                if   ws-fs-arq-revisoes = "23" then *> file status 23: na leitura, registro não existe
                     move "P39SISC20"               to lnk-msn-erro-pmg
                     move 21                        to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move "Revisao inexistente"     to lnk-msn-erro-text
                     move ws-fs-arq-revisoes        to lnk-msn-erro-cod
                else
                     move "P39SISC20"               to lnk-msn-erro-pmg
                     move 22                        to lnk-msn-erro-offset
                     move 12                        to lnk-return-code
                     move "Erro ao ler registro"    to lnk-msn-erro-text
                     move ws-fs-arq-revisoes        to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           .
       2200-b-um-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para consultar/buscar todos os registros, paginando por
      *>  lnk-chave-continuacao (mesmo desenho de P09SISC20)
      *>------------------------------------------------------------------------
       2400-b-todos-registros section.
           move 0                                   to lnk-qtd-lista
           set lnk-nao-tem-mais-registros           to true
           if   lnk-chave-continuacao = spaces
           or   lnk-chave-continuacao = low-values then
                *> primeira página: começando sempre do início do arquivo
                move low-values                     to fl-rev-chave
                start arq-revisoes key is not less than fl-rev-chave
           else
                *> páginas seguintes: continuando a partir do último registro devolvido
                move lnk-chave-continuacao           to fl-rev-chave
                start arq-revisoes key is greater than fl-rev-chave
           end-if
           if   ws-fs-arq-revisoes = "00" then
                perform until ws-fs-arq-revisoes <> "00"
                           or lnk-qtd-lista >= 200
                     read arq-revisoes next record
                     if   ws-fs-arq-revisoes = "00" then
                          add 1                       to lnk-qtd-lista
                          move lnk-qtd-lista          to lnk-idx
                          move fl-revisao             to lnk-tab-revisao (lnk-idx)
                          move fl-rev-chave           to lnk-chave-continuacao *> última chave lida, para a próxima página
                          *> liberando o lock deste registro logo após copiar os dados
                          unlock arq-revisoes
                     else
                          if   ws-fs-arq-revisoes <> "10" *> file status 10: fim do arquivo
                               move "P39SISC20"                to lnk-msn-erro-pmg
                               move 23                         to lnk-msn-erro-offset
                               move 12                         to lnk-return-code
                               move "Erro ao ler registro"     to lnk-msn-erro-text
                               move ws-fs-arq-revisoes         to lnk-msn-erro-cod
                               perform 9000-finaliza-anormal
                          end-if
                     end-if
                end-perform
                unlock arq-revisoes                  *> liberando o lock (consulta é somente leitura)
                if   ws-fs-arq-revisoes <> "10" then
                     set lnk-tem-mais-registros      to true *> ainda há registros além desta página
                end-if
                move "P39SISC20"                    to lnk-msn-erro-pmg
                move 24                             to lnk-msn-erro-offset
                move 00                             to lnk-return-code
                move "Registros lidos com sucesso"  to lnk-msn-erro-text
                move "00"                           to lnk-msn-erro-cod
           else
                if   ws-fs-arq-revisoes = "23" then  *> file status 23: arq-revisoes vazio (arquivo novo/sem registros)
                     move "P39SISC20"                    to lnk-msn-erro-pmg
                     move 25                             to lnk-msn-erro-offset
                     move 00                             to lnk-return-code
                     move "Registros lidos com sucesso"  to lnk-msn-erro-text
                     move "00"                           to lnk-msn-erro-cod
                else
                     move "P39SISC20"                    to lnk-msn-erro-pmg
                     move 25                             to lnk-msn-erro-offset
                     move 12                             to lnk-return-code
                     move "Erro ao ler registro"         to lnk-msn-erro-text
                     move ws-fs-arq-revisoes             to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           .
       2400-b-todos-registros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para deferir um pedido aberto: valida a nota revisada na
      *>  escala vigente, pede confirmação, regrava fl-nota em
      *>  arq-resultados com a auditoria "RV" (nota original e revisada),
      *>  refecha a situação do aluno/disciplina e marca o pedido como
      *>  deferido
      *>------------------------------------------------------------------------
       2500-deferir-revisao section.
           perform 2510-ler-revisao-aberta
           if   ws-validacao-ok then
                move lnk-rev-nota-revisada          to ws-nota-verificar
                if   ws-nota-verificar < ws-par-nota-minima
                or   ws-nota-verificar > ws-par-nota-maxima then
                     set ws-validacao-erro          to true
                     unlock arq-revisoes
                     move "P39SISC20"               to lnk-msn-erro-pmg
                     move 26                        to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move "Nota revisada invalida"  to lnk-msn-erro-text
                     move "00"                      to lnk-msn-erro-cod
                end-if
           end-if
           if   ws-validacao-erro then
                continue
           else
                if   ws-confirmado then
                     *> movendo "N" para ws-confirmacao (usuário ainda precisa confirmar o deferimento)
                     set ws-nao-confirmado          to true
                     move fl-rev-chave-resul        to fl-chave-resul
                     read arq-resultados            *> relendo o resultado para regravar a nota
                     if   ws-fs-arq-resultados <> "00" then
                          unlock arq-revisoes
                          if   ws-fs-arq-resultados = "23" then *> file status 23: resultado excluído ou recolhido ao histórico depois da abertura
                               move "P39SISC20"          to lnk-msn-erro-pmg
                               move 27                   to lnk-msn-erro-offset
                               move 04                   to lnk-return-code
                               move "Resultado inexistente" to lnk-msn-erro-text
                               move ws-fs-arq-resultados to lnk-msn-erro-cod
                          else
                               move "P39SISC20"          to lnk-msn-erro-pmg
                               move 27                   to lnk-msn-erro-offset
                               move 12                   to lnk-return-code
                               move "Erro ao ler registro" to lnk-msn-erro-text
                               move ws-fs-arq-resultados to lnk-msn-erro-cod
                               perform 9000-finaliza-anormal
                          end-if
                     else
                          move fl-nota               to ws-aud-nota-antes
                          move lnk-rev-nota-revisada to ws-aud-nota-depois
                          move lnk-rev-nota-revisada to fl-nota
                          rewrite fl-resultado
                          if   ws-fs-arq-resultados <> "00" then
                               move "P39SISC20"                     to lnk-msn-erro-pmg
                               move 28                              to lnk-msn-erro-offset
                               move 12                              to lnk-return-code
                               move "Erro ao alterar registro"      to lnk-msn-erro-text
                               move ws-fs-arq-resultados            to lnk-msn-erro-cod
                               perform 9000-finaliza-anormal
                          end-if
                          perform 2600-gravar-auditoria
                          perform 2700-refechar-situacao
                          *> o pedido guarda a nota que o resultado tinha na
                          *> hora da decisão (pode ter mudado desde a abertura)
                          move ws-aud-nota-antes     to fl-rev-nota-original
                          move ws-aud-nota-depois    to fl-rev-nota-revisada
                          set fl-rev-deferida        to true
                          move ws-operador           to fl-rev-decidida-por
                          move ws-data-hoje          to fl-rev-data-decisao
                          rewrite fl-revisao
                          if   ws-fs-arq-revisoes = "00" then
                               move fl-revisao        to lnk-revisao
                               move "P39SISC20"       to lnk-msn-erro-pmg
                               move 29                to lnk-msn-erro-offset
                               move 00                to lnk-return-code
                               if   ws-situacao-refechada then
                                    move "Revisao deferida, situacao refechada" to lnk-msn-erro-text
                               else
                                    move "Revisao deferida com sucesso"         to lnk-msn-erro-text
                               end-if
                               move ws-fs-arq-revisoes to lnk-msn-erro-cod
                          else
                               move "P39SISC20"                     to lnk-msn-erro-pmg
                               move 30                              to lnk-msn-erro-offset
                               move 12                              to lnk-return-code
                               move "Erro ao alterar registro"      to lnk-msn-erro-text
                               move ws-fs-arq-revisoes              to lnk-msn-erro-cod
                               perform 9000-finaliza-anormal
                          end-if
                     end-if
                else
                     unlock arq-revisoes
                     *> devolvendo o pedido lido sem perder a nota revisada
                     *> digitada, que volta na confirmação
                     move lnk-rev-nota-revisada     to ws-aud-nota-depois
                     move fl-revisao                to lnk-revisao
                     move ws-aud-nota-depois        to lnk-rev-nota-revisada
                     *> movendo "?" para ws-confirmacao
                     set ws-confirmar               to true
                     *> saber se o usuário quer deferir o pedido
                     move "DF-Confirma o deferimento da revisao?" to lnk-msn
                end-if
           end-if
           .
       2500-deferir-revisao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para ler o pedido informado e conferir que ainda está
      *>  aberto (deferir/indeferir só alcançam pedidos abertos)
      *>------------------------------------------------------------------------
       2510-ler-revisao-aberta section.
           set ws-validacao-ok                     to true
           move lnk-rev-chave                       to fl-rev-chave
           read arq-revisoes
           if   ws-fs-arq-revisoes = "00" then
                if   not fl-rev-aberta then
                     set ws-validacao-erro          to true
                     unlock arq-revisoes
                     move "P39SISC20"               to lnk-msn-erro-pmg
                     move 31                        to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move "Revisao ja decidida"     to lnk-msn-erro-text
                     move "00"                      to lnk-msn-erro-cod
                end-if
           else
                set ws-validacao-erro               to true
                if   ws-fs-arq-revisoes = "23" then *> file status 23: pedido não cadastrado
                     move "P39SISC20"               to lnk-msn-erro-pmg
                     move 32                        to lnk-msn-erro-offset
                     move 04                        to lnk-return-code
                     move "Revisao inexistente"     to lnk-msn-erro-text
                     move ws-fs-arq-revisoes        to lnk-msn-erro-cod
                else
                     move "P39SISC20"               to lnk-msn-erro-pmg
                     move 32                        to lnk-msn-erro-offset
                     move 12                        to lnk-return-code
                     move "Erro ao ler registro"    to lnk-msn-erro-text
                     move ws-fs-arq-revisoes        to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           .
       2510-ler-revisao-aberta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para indeferir um pedido aberto: a nota não muda, o pedido
      *>  só registra quem decidiu e quando
      *>------------------------------------------------------------------------
       2550-indeferir-revisao section.
           perform 2510-ler-revisao-aberta
           if   ws-validacao-erro then
                continue
           else
                if   ws-confirmado then
                     *> movendo "N" para ws-confirmacao (usuário ainda precisa confirmar o indeferimento)
                     set ws-nao-confirmado          to true
                     set fl-rev-indeferida          to true
                     move zero                      to fl-rev-nota-revisada
                     move ws-operador               to fl-rev-decidida-por
                     move ws-data-hoje              to fl-rev-data-decisao
                     rewrite fl-revisao
                     if   ws-fs-arq-revisoes = "00" then
                          move fl-revisao            to lnk-revisao
                          move "P39SISC20"           to lnk-msn-erro-pmg
                          move 33                    to lnk-msn-erro-offset
                          move 00                    to lnk-return-code
                          move "Revisao indeferida com sucesso" to lnk-msn-erro-text
                          move ws-fs-arq-revisoes    to lnk-msn-erro-cod
                     else
                          move "P39SISC20"           to lnk-msn-erro-pmg
                          move 34                    to lnk-msn-erro-offset
                          move 12                    to lnk-return-code
                          move "Erro ao alterar registro" to lnk-msn-erro-text
                          move ws-fs-arq-revisoes    to lnk-msn-erro-cod
                          perform 9000-finaliza-anormal
                     end-if
                else
                     unlock arq-revisoes
                     move fl-revisao                to lnk-revisao
                     *> movendo "?" para ws-confirmacao
                     set ws-confirmar               to true
                     *> saber se o usuário quer indeferir o pedido
                     move "IN-Confirma o indeferimento da revisao?" to lnk-msn
                end-if
           end-if
           .
       2550-indeferir-revisao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para gravar o registro de auditoria da revisão deferida
      *>  (operação "RV"): a data da prova não muda, vai igual nos dois
      *>  lados
      *>------------------------------------------------------------------------
       2600-gravar-auditoria section.
           move ws-operador                        to fl-aud-operador
           move function current-date              to fl-aud-data-hora
           move "RV"                               to fl-aud-operacao
           move fl-chave-resul                     to fl-aud-chave-resul
           move ws-aud-nota-antes                  to fl-aud-nota-antes
           move ws-aud-nota-depois                 to fl-aud-nota-depois
           move fl-data-prova                      to fl-aud-data-prova-antes
           move fl-data-prova                      to fl-aud-data-prova-depois
           write fl-auditoria
           if   ws-fs-arq-auditoria <> "00" then
                move "P39SISC20"                          to lnk-msn-erro-pmg
                move 35                                   to lnk-msn-erro-offset
                move 12                                   to lnk-return-code
                move "Erro ao gravar arq. arq-auditoria"  to lnk-msn-erro-text
                move ws-fs-arq-auditoria                  to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           .
       2600-gravar-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para refechar a situação do aluno/disciplina revisado. Só
      *>  age quando o período já foi fechado (existe registro em
      *>  arq-situacoes); antes do fechamento não há o que refechar, o
      *>  próprio P14SISC20 usará a nota nova. A média é recalculada com os
      *>  pesos e cortes de P14SISC20 e, caindo em recuperação com nota de
      *>  recuperação lançada, com a regra de P28SISC20 - só depois do fim
      *>  da janela de recuperação; antes disso fica em recuperação (RC)
      *>  para o próprio P28SISC20 refechar
      *>------------------------------------------------------------------------
       2700-refechar-situacao section.
           set ws-situacao-nao-fechada              to true
           move fl-user-id                          to ws-ref-user-id
           move fl-id-disciplina                    to ws-ref-id-disciplina
           if   not ws-com-situacoes then
                continue
           else
                move ws-ref-user-id                 to fl-sit-matricula
                move ws-ref-id-disciplina           to fl-sit-id-disciplina
                read arq-situacoes
                if   ws-fs-arq-situacoes = "23" then *> file status 23: aluno/disciplina ainda não fechado
                     continue
                else
                     if   ws-fs-arq-situacoes <> "00" then
                          move "P39SISC20"               to lnk-msn-erro-pmg
                          move 36                        to lnk-msn-erro-offset
                          move 12                        to lnk-return-code
                          move "Erro ao ler registro"    to lnk-msn-erro-text
                          move ws-fs-arq-situacoes       to lnk-msn-erro-cod
                          perform 9000-finaliza-anormal
                     end-if
                     perform 2710-somar-notas
                     if   ws-ref-qtd-notas = 0 then
                          *> só restaram notas de recuperação: sem média
                          *> regular não há como refechar, fica como está
                          unlock arq-situacoes
                     else
                          divide ws-ref-soma-ponderada by ws-ref-soma-pesos
                                 giving ws-ref-media rounded
                          perform 2730-verificar-frequencia
                          evaluate true
                              when ws-frq-abaixo-do-minimo
                                   set fl-sit-reprovado-falta to true
                              when ws-ref-media >= ws-par-media-aprovacao
                                   set fl-sit-aprovado      to true
                              when ws-ref-media >= ws-par-media-recuperacao
                                   set fl-sit-recuperacao   to true
                              when other
                                   set fl-sit-reprovado     to true
                          end-evaluate
                          *> em recuperação com nota de recuperação lançada e
                          *> janela de recuperação encerrada: aplica direto o
                          *> refechamento de P28SISC20
                          if   fl-sit-recuperacao
                          and  ws-rec-encontrada
                          and  ws-cal-liberado then
                               add ws-ref-media to ws-rec-nota giving ws-soma-medias
                               divide ws-soma-medias by 2
                                      giving ws-ref-media rounded
                               if   ws-ref-media >= ws-par-media-aprovacao then
                                    set fl-sit-aprovado     to true
                               else
                                    set fl-sit-reprovado    to true
                               end-if
                          end-if
                          move ws-ref-media          to fl-sit-media
                          move ws-data-hoje          to fl-sit-data-fechamento
                          rewrite fl-situacao-final
                          if   ws-fs-arq-situacoes <> "00" then
                               move "P39SISC20"               to lnk-msn-erro-pmg
                               move 37                        to lnk-msn-erro-offset
                               move 12                        to lnk-return-code
                               move "Erro ao alterar registro" to lnk-msn-erro-text
                               move ws-fs-arq-situacoes       to lnk-msn-erro-cod
                               perform 9000-finaliza-anormal
                          end-if
                          set ws-situacao-refechada  to true
                     end-if
                end-if
           end-if
           .
       2700-refechar-situacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para percorrer os resultados do aluno/disciplina pela chave
      *>  alternada fl-user-disc, somando nota x peso das provas regulares
      *>  e guardando a maior nota de recuperação
      *>------------------------------------------------------------------------
       2710-somar-notas section.
           move 0                                   to ws-ref-qtd-notas
           move 0                                   to ws-ref-soma-ponderada
           move 0                                   to ws-ref-soma-pesos
           move 0                                   to ws-rec-nota
           set ws-rec-nao-encontrada                to true
           move ws-ref-user-id                      to fl-user-id
           move ws-ref-id-disciplina                to fl-id-disciplina
           start arq-resultados key is not less than fl-user-disc
           if   ws-fs-arq-resultados = "00" then
                perform until ws-fs-arq-resultados <> "00" and ws-fs-arq-resultados <> "02"
                           or fl-user-id <> ws-ref-user-id
                           or fl-id-disciplina <> ws-ref-id-disciplina
                     read arq-resultados next record
                     if  (ws-fs-arq-resultados = "00" or ws-fs-arq-resultados = "02")
                     and  fl-user-id = ws-ref-user-id
                     and  fl-id-disciplina = ws-ref-id-disciplina then
                          perform 2720-buscar-peso-tipo
                          move fl-nota               to ws-nota-numerica
                          if   ws-tipo-de-recuperacao then
                               if   ws-rec-nao-encontrada
                               or   ws-nota-numerica > ws-rec-nota then
                                    move ws-nota-numerica to ws-rec-nota
                               end-if
                               set ws-rec-encontrada  to true
                          else
                               add 1                  to ws-ref-qtd-notas
                               multiply ws-nota-numerica by ws-peso-corrente
                                        giving ws-nota-ponderada
                               add ws-nota-ponderada  to ws-ref-soma-ponderada
                               add ws-peso-corrente   to ws-ref-soma-pesos
                          end-if
                          *> liberando o lock deste registro logo após somá-lo
                          unlock arq-resultados
                     else
                          if   ws-fs-arq-resultados <> "10"  *> file status 10: fim do arquivo
                          and  ws-fs-arq-resultados <> "00"
                          and  ws-fs-arq-resultados <> "02"
                               move "P39SISC20"                to lnk-msn-erro-pmg
                               move 38                         to lnk-msn-erro-offset
                               move 12                         to lnk-return-code
                               move "Erro ao ler registro"     to lnk-msn-erro-text
                               move ws-fs-arq-resultados       to lnk-msn-erro-cod
                               perform 9000-finaliza-anormal
                          end-if
                     end-if
                end-perform
                unlock arq-resultados
           else
                if   ws-fs-arq-resultados <> "23"    *> file status 23: aluno/disciplina sem nenhum resultado
                and  ws-fs-arq-resultados <> "10"
                     move "P39SISC20"                to lnk-msn-erro-pmg
                     move 38                         to lnk-msn-erro-offset
                     move 12                         to lnk-return-code
                     move "Erro ao ler registro"     to lnk-msn-erro-text
                     move ws-fs-arq-resultados       to lnk-msn-erro-cod
                     perform 9000-finaliza-anormal
                end-if
           end-if
           .
       2710-somar-notas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para buscar o peso e o indicador de recuperação do tipo da
      *>  prova corrente na tabela carregada (fora do mestre: peso 100)
      *>------------------------------------------------------------------------
       2720-buscar-peso-tipo section.
           move 100                                  to ws-peso-corrente
           set ws-tipo-regular                       to true
           perform varying ws-ind-tipo from 1 by 1
                   until ws-ind-tipo > ws-qtd-tipos
                if   ws-tpr-codigo (ws-ind-tipo) = fl-id-resultado then
                     move ws-tpr-peso (ws-ind-tipo)  to ws-peso-corrente
                     move ws-tpr-recuperacao (ws-ind-tipo)
                                                     to ws-tipo-recuperacao
                     move ws-qtd-tipos               to ws-ind-tipo *> encerra a busca na entrada encontrada
                end-if
           end-perform
           .
       2720-buscar-peso-tipo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Seção para verificar a frequência do aluno/disciplina revisado
      *>  (mesma regra de P14SISC20: presentes x 100 < dadas x mínimo)
      *>------------------------------------------------------------------------
       2730-verificar-frequencia section.
           set ws-frq-suficiente                    to true
           if   not ws-com-frequencias then
                continue
           else
                move ws-ref-user-id                 to fl-frq-matricula
                move ws-ref-id-disciplina           to fl-frq-id-disciplina
                read arq-frequencias
                if   ws-fs-arq-frequencias = "00" then
                     unlock arq-frequencias         *> liberando o lock (leitura de apoio, somente consulta)
                     if   fl-frq-aulas-dadas > 0 then
                          multiply fl-frq-aulas-presentes by 100
                                   giving ws-frq-pontos
                          multiply fl-frq-aulas-dadas by ws-par-freq-minima
                                   giving ws-frq-minimo
                          if   ws-frq-pontos < ws-frq-minimo then
                               set ws-frq-abaixo-do-minimo to true
                          end-if
                     end-if
                else
                     if   ws-fs-arq-frequencias <> "23" then *> file status 23: aluno/disciplina sem frequência carregada
                          move "P39SISC20"               to lnk-msn-erro-pmg
                          move 39                        to lnk-msn-erro-offset
                          move 12                        to lnk-return-code
                          move "Erro ao ler registro"    to lnk-msn-erro-text
                          move ws-fs-arq-frequencias     to lnk-msn-erro-cod
                          perform 9000-finaliza-anormal
                     end-if
                end-if
           end-if
           .
       2730-verificar-frequencia-exit.
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
           close arq-revisoes                       *> fechando o arquivo
           if   ws-fs-arq-revisoes  <> "00" then
                move "P39SISC20"                              to lnk-msn-erro-pmg
                move 40                                       to lnk-msn-erro-offset
                move 12                                       to lnk-return-code
                move "Erro ao fechar arq. arq-revisoes"       to lnk-msn-erro-text
                move ws-fs-arq-revisoes                       to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           close arq-resultados
           if   ws-fs-arq-resultados  <> "00" then
                move "P39SISC20"                              to lnk-msn-erro-pmg
                move 41                                       to lnk-msn-erro-offset
                move 12                                       to lnk-return-code
                move "Erro ao fechar arq. arq-resultados"     to lnk-msn-erro-text
                move ws-fs-arq-resultados                     to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
           if   ws-com-situacoes then
                close arq-situacoes
           end-if
           if   ws-com-frequencias then
                close arq-frequencias
           end-if
           close arq-auditoria                      *> fechando o arquivo de auditoria
           if   ws-fs-arq-auditoria  <> "00" then
                move "P39SISC20"                              to lnk-msn-erro-pmg
                move 42                                       to lnk-msn-erro-offset
                move 12                                       to lnk-return-code
                move "Erro ao fechar arq. arq-auditoria"      to lnk-msn-erro-text
                move ws-fs-arq-auditoria                      to lnk-msn-erro-cod
                perform 9000-finaliza-anormal
           end-if
      *> saindo do programa chamado
           exit program
           .
       3000-finaliza-exit.
           exit.
