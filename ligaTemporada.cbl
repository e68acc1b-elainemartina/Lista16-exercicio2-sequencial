           lock mode is automatic
           file status is ws-fs-arqHistorico.

           select arqAjustes assign to "arqAjustes.txt"          *> Arquivo de Ajustes de Pontuação (Contestações Lançadas no Jogo)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAjustes.

           select arqLigaTemporada assign to "arqLigaTemporada.txt" *> Arquivo com a Tabela da Liga Impressa Para Divulgação
           organization is line sequential
           access mode is sequential
       fd arqHistorico.
       01  fd-linha-historico                      pic x(80).

       fd arqAjustes.
       01  fd-linha-ajuste                         pic x(180).

       fd arqLigaTemporada.
       01  fd-linha-liga                           pic x(80).

       77  ws-fs-arqTemporada                        pic  9(02).
       77  ws-fs-arqHistorico                        pic  9(02).
       77  ws-fs-arqLigaTemporada                    pic  9(02).
       77  ws-fs-arqAjustes                          pic  9(02).

      *>----Registro "S" do Arquivo de Temporada - Nome e Periodo da Temporada
       01 ws-linha-temporada.
          05 ws-hist-nome                          pic x(25).
          05 filler                                pic x(01).
          05 ws-hist-pontos                        pic 9(02).
          05 filler                                pic x(01).
      *>   Numero da Sessão de Jogo (arqSessoes.txt) - Branco nas Linhas Antigas
          05 ws-hist-sessao                        pic x(06).

      *>----Layout Antigo da Linha do Historico, Sem o Codigo do Jogador
       01 ws-linha-historico-ant redefines ws-linha-historico.
          05 ws-hist-pontos-ant                    pic 9(02).
          05 filler                                pic x(05).

      *>----Mesmo Layout da Linha Gravada em arqAjustes.txt Pelo Jogo - Pontos
      *>----com Sinal, Lançados Contra a Sessão de Origem do Jogador
       01 ws-linha-ajuste.
          05 ws-aj-numero                          pic x(06).
          05 filler                                pic x(01).
          05 ws-aj-codigo                          pic x(04).
          05 filler                                pic x(01).
          05 ws-aj-data-sessao                     pic x(10).
          05 filler                                pic x(01).
          05 ws-aj-sessao                          pic x(06).
          05 filler                                pic x(01).
          05 ws-aj-pontos                          pic s9(02) sign leading separate.
          05 filler                                pic x(01).
          05 ws-aj-estado                          pic x(25).
          05 filler                                pic x(01).
          05 ws-aj-data                            pic x(10).
          05 filler                                pic x(01).
          05 ws-aj-hora                            pic x(08).
          05 filler                                pic x(01).
          05 ws-aj-operador                        pic x(08).
          05 filler                                pic x(01).
          05 ws-aj-nome                            pic x(25).
          05 filler                                pic x(01).
          05 ws-aj-motivo                          pic x(50).

      *>----Ajustes de Pontuação Aplicados às Linhas da Temporada, Para a
      *>----Relação Impressa ao Final da Tabela (os Excedentes Só Contam)
       01 ws-ajustes-liga occurs 200.
          05 ws-ajl-numero                         pic x(06).
          05 ws-ajl-data                           pic x(10).
          05 ws-ajl-sessao                         pic 9(06).
          05 ws-ajl-codigo                         pic 9(04).
          05 ws-ajl-nome                           pic x(25).
          05 ws-ajl-pontos                         pic s9(02).
       77  ws-qtd-ajustes-liga                       pic  9(04) value zero.
       77  ws-qtd-ajustes-sem-linha                  pic  9(04) value zero.
       77  ws-aj-sessao-num                          pic  9(06).
       77  ws-pontos-ajustados                       pic s9(04).

      *>----Campos da Linha Já Interpretada, Seja Qual For o Layout de Origem
       01 ws-linha-apurada.
          05 ws-apur-codigo                        pic 9(04).
          05 ws-apur-nome                          pic x(25).
          05 ws-apur-pontos                        pic 9(02).
          05 ws-apur-sessao                        pic 9(06).

      *>----Tabela com as Linhas do Historico Dentro do Periodo da Temporada
       01 ws-hist-tab occurs 9999.
          05 ws-tab-codigo                         pic 9(04).
          05 ws-tab-nome                           pic x(25).
          05 ws-tab-pontos                         pic 9(02).
          05 ws-tab-sessao                         pic 9(06).
       77  ws-qtd-linhas                             pic  9(04) value zero.

      *>----Sessões Distintas Encontradas no Historico - Pelo Numero da Sessão
      *>----de Jogo; Linhas Antigas, Sem Numero (Zero), Agrupam Pela Data
       01 ws-sessoes occurs 400.
          05 ws-ses-numero                         pic 9(06).
          05 ws-ses-data-aamd                      pic 9(08).
          05 ws-ses-data                           pic x(10).
       77  ws-qtd-sessoes                            pic  9(03) value zero.

       77  ws-qtd-faltantes                          pic  9(02) value zero.

      *>----Relação dos Ajustes de Pontuação Incluidos na Tabela
       01 ws-titulo-ajustes                        pic x(80)
          value "Ajustes de Pontuacao Incluidos na Tabela".

       01 ws-cabecalho-ajustes                     pic x(80)
          value "Numero  Data        Sessao  Cod.  Jogador                   Ajuste".

       01 ws-linha-ajuste-liga.
          05 ws-lj-numero                          pic x(06).
          05 filler                                pic x(02) value space.
          05 ws-lj-data                            pic x(10).
          05 filler                                pic x(02) value space.
          05 ws-lj-sessao                          pic 9(06) blank when zero.
          05 filler                                pic x(02) value space.
          05 ws-lj-codigo                          pic 9(04).
          05 filler                                pic x(02) value space.
          05 ws-lj-nome                            pic x(25).
          05 filler                                pic x(04) value space.
          05 ws-lj-pontos                          pic +9(02).

       01 ws-linha-ajustes-sem-linha.
          05 filler                                pic x(45)
             value "Ajustes Sem Linha do Jogador na Temporada:   ".
          05 ws-lj-qtd-sem-linha                   pic zzz9.

       01 ws-uso-comum.
          05 ws-msn-erro.
             10 ws-msn-erro-ofsset                 pic 9(04).
      *>   Carregar as Linhas do Historico Dentro do Periodo da Temporada
           perform carregar-historico-periodo

      *>   Corrigir os Pontos Brutos das Linhas Contestadas Antes da Apuração,
      *>   Para o Ajuste Valer Também na Ordem de Chegada da Sessão
           perform aplicar-ajustes

      *>   Apurar Cada Sessão (Numero Distinto) Convertendo a Ordem de Chegada
      *>   em Pontos de Colocação e Acumulando na Tabela da Liga
           perform varying ws-ind-ses from 1 by 1 until ws-ind-ses > ws-qtd-sessoes
               perform apurar-sessao
           display "Tabela Gravada em arqLigaTemporada.txt - "
                   ws-qtd-jogadores " Jogador(es), "
                   ws-qtd-sessoes " Sessao(oes), "
                   ws-qtd-faltantes " Rodada(s) Sem Sessao, "
                   ws-qtd-ajustes-liga " Ajuste(s) Incluido(s)"

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Le o Historico Guardando na Tabela as Linhas Validas Dentro do
      *>    Periodo da Temporada e a Lista de Sessões Distintas
      *>------------------------------------------------------------------------
       carregar-historico-periodo section.

               move ws-hist-codigo     to ws-apur-codigo
               move ws-hist-nome       to ws-apur-nome
               move ws-hist-pontos     to ws-apur-pontos
               if  ws-hist-sessao is numeric then
                   move ws-hist-sessao to ws-apur-sessao
               else
                   move zero           to ws-apur-sessao
               end-if
           else
               if  ws-hist-pontos-ant is numeric  then
                   move zero               to ws-apur-codigo
                   move ws-hist-nome-ant   to ws-apur-nome
                   move ws-hist-pontos-ant to ws-apur-pontos
                   move zero               to ws-apur-sessao
               else
                   go to guardar-linha-historico-exit
               end-if
           move ws-apur-codigo        to ws-tab-codigo(ws-qtd-linhas)
           move ws-apur-nome          to ws-tab-nome(ws-qtd-linhas)
           move ws-apur-pontos        to ws-tab-pontos(ws-qtd-linhas)
           move ws-apur-sessao        to ws-tab-sessao(ws-qtd-linhas)

      *>   Guardar a Sessão na Lista de Sessões, se Ainda Não Estiver Nela -
      *>   Pelo Numero, ou Pela Data Quando a Linha é Anterior ao Numero
           move zero to ws-ind-achado
           perform varying ws-ind-ses from 1 by 1 until ws-ind-ses > ws-qtd-sessoes
                                                     or ws-ind-achado > zero
               if  ws-ses-numero(ws-ind-ses) = ws-apur-sessao
               and (ws-apur-sessao > zero
                or  ws-ses-data-aamd(ws-ind-ses) = ws-conv-data-aamd-num)  then
                   move ws-ind-ses to ws-ind-achado
               end-if
           end-perform
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-sessoes
               move ws-apur-sessao        to ws-ses-numero(ws-qtd-sessoes)
               move ws-conv-data-aamd-num to ws-ses-data-aamd(ws-qtd-sessoes)
               move ws-hist-data          to ws-ses-data(ws-qtd-sessoes)
           end-if
       guardar-linha-historico-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Aplica os Ajustes de Pontuação Cuja Sessão Está na Temporada Sobre
      *>    os Pontos Brutos da Linha do Jogador Naquela Sessão (0 a 99)
      *>------------------------------------------------------------------------
       aplicar-ajustes section.

           open input arqAjustes
      *>   Sem o Arquivo Nenhum Ajuste Foi Lançado Ainda - Não é Situação de Erro
           if  ws-fs-arqAjustes = 35 then
               go to aplicar-ajustes-exit
           end-if
           if  ws-fs-arqAjustes <> 0 then
               move 20                                  to ws-msn-erro-ofsset
               move ws-fs-arqAjustes                    to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqAjustes    " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqAjustes = 10

               read arqAjustes

               if  ws-fs-arqAjustes = 0 then
                   move fd-linha-ajuste to ws-linha-ajuste
                   perform aplicar-linha-ajuste
               else
                   if  ws-fs-arqAjustes <> 10 then
                       move 21                                  to ws-msn-erro-ofsset
                       move ws-fs-arqAjustes                    to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqAjustes      " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqAjustes
           if  ws-fs-arqAjustes <> 0 then
               move 22                                  to ws-msn-erro-ofsset
               move ws-fs-arqAjustes                    to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqAjustes   " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       aplicar-ajustes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Aplica um Ajuste na Linha do Jogador da Sessão - Pelo Numero da Sessão,
      *>   ou Pela Data Quando o Ajuste é de Linha Sem Numero de Sessão
      *>------------------------------------------------------------------------
       aplicar-linha-ajuste section.

           if  ws-aj-codigo is not numeric
           or  ws-aj-pontos is not numeric then
               go to aplicar-linha-ajuste-exit
           end-if

           move ws-aj-data-sessao to ws-conv-data-ddmmaaaa
           perform converter-data-aamd
           if  ws-conv-data-invalida then
               go to aplicar-linha-ajuste-exit
           end-if

           if  ws-conv-data-aamd-num < ws-liga-inicio-aamd
           or  ws-conv-data-aamd-num > ws-liga-fim-aamd  then
               go to aplicar-linha-ajuste-exit
           end-if

           if  ws-aj-sessao is numeric then
               move ws-aj-sessao to ws-aj-sessao-num
           else
               move zero         to ws-aj-sessao-num
           end-if
           move ws-aj-codigo to ws-apur-codigo

           move zero to ws-ind-achado
           perform varying ws-ind-lin from 1 by 1 until ws-ind-lin > ws-qtd-linhas
                                                     or ws-ind-achado > zero
               if  ws-tab-codigo(ws-ind-lin) = ws-apur-codigo
               and ws-tab-sessao(ws-ind-lin) = ws-aj-sessao-num
               and (ws-aj-sessao-num > zero
                or  ws-tab-data-aamd(ws-ind-lin) = ws-conv-data-aamd-num)  then
                   move ws-ind-lin to ws-ind-achado
               end-if
           end-perform

           if  ws-ind-achado = zero then
               add 1 to ws-qtd-ajustes-sem-linha
               go to aplicar-linha-ajuste-exit
           end-if

           compute ws-pontos-ajustados = ws-tab-pontos(ws-ind-achado) + ws-aj-pontos
           if  ws-pontos-ajustados < zero then
               move zero to ws-pontos-ajustados
           end-if
           if  ws-pontos-ajustados > 99 then
               move 99   to ws-pontos-ajustados
           end-if
           move ws-pontos-ajustados to ws-tab-pontos(ws-ind-achado)

           add 1 to ws-qtd-ajustes-liga
           if  ws-qtd-ajustes-liga <= 200 then
               move ws-aj-numero                to ws-ajl-numero(ws-qtd-ajustes-liga)
               move ws-aj-data-sessao           to ws-ajl-data(ws-qtd-ajustes-liga)
               move ws-aj-sessao-num            to ws-ajl-sessao(ws-qtd-ajustes-liga)
               move ws-apur-codigo              to ws-ajl-codigo(ws-qtd-ajustes-liga)
               move ws-tab-nome(ws-ind-achado)  to ws-ajl-nome(ws-qtd-ajustes-liga)
               move ws-aj-pontos                to ws-ajl-pontos(ws-qtd-ajustes-liga)
           end-if

           .
       aplicar-linha-ajuste-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Apura uma Sessão - Junta os Jogadores Dela, Ordena Pelos Pontos
      *>    Brutos e Converte a Ordem de Chegada em Pontos de Colocação (3/2/1),
      *>    Acumulando Rodadas, Pontos de Liga e Pontos Brutos de Cada Jogador
      *>------------------------------------------------------------------------
      *>   Juntar os Jogadores Desta Sessão na Tabela de Trabalho
           move zero to ws-qtd-sessao-jog
           perform varying ws-ind-lin from 1 by 1 until ws-ind-lin > ws-qtd-linhas
               if  ws-tab-sessao(ws-ind-lin) = ws-ses-numero(ws-ind-ses)
               and (ws-ses-numero(ws-ind-ses) > zero
                or  ws-tab-data-aamd(ws-ind-lin) = ws-ses-data-aamd(ws-ind-ses))
               and ws-qtd-sessao-jog < 99  then
                   add 1 to ws-qtd-sessao-jog
                   move ws-tab-codigo(ws-ind-lin) to ws-sjog-codigo(ws-qtd-sessao-jog)

           end-if

      *>   Relacionar os Ajustes de Pontuação Incluidos na Tabela
           if  ws-qtd-ajustes-liga      > zero
           or  ws-qtd-ajustes-sem-linha > zero then

               move space to fd-linha-liga
               write fd-linha-liga
               if  ws-fs-arqLigaTemporada <> 0 then
                   perform erro-gravar-liga
               end-if

               write fd-linha-liga from ws-titulo-ajustes
               if  ws-fs-arqLigaTemporada <> 0 then
                   perform erro-gravar-liga
               end-if

               write fd-linha-liga from ws-cabecalho-ajustes
               if  ws-fs-arqLigaTemporada <> 0 then
                   perform erro-gravar-liga
               end-if

               perform varying ws-ind-lin from 1 by 1 until ws-ind-lin > ws-qtd-ajustes-liga
                                                         or ws-ind-lin > 200
                   move ws-ajl-numero(ws-ind-lin)  to ws-lj-numero
                   move ws-ajl-data(ws-ind-lin)    to ws-lj-data
                   move ws-ajl-sessao(ws-ind-lin)  to ws-lj-sessao
                   move ws-ajl-codigo(ws-ind-lin)  to ws-lj-codigo
                   move ws-ajl-nome(ws-ind-lin)    to ws-lj-nome
                   move ws-ajl-pontos(ws-ind-lin)  to ws-lj-pontos
                   write fd-linha-liga from ws-linha-ajuste-liga
                   if  ws-fs-arqLigaTemporada <> 0 then
                       perform erro-gravar-liga
                   end-if
               end-perform

      *>       Ajuste na Temporada Sem a Linha Correspondente no Historico
               if  ws-qtd-ajustes-sem-linha > zero then
                   move ws-qtd-ajustes-sem-linha to ws-lj-qtd-sem-linha
                   write fd-linha-liga from ws-linha-ajustes-sem-linha
                   if  ws-fs-arqLigaTemporada <> 0 then
                       perform erro-gravar-liga
                   end-if
               end-if

           end-if

           close arqLigaTemporada
           if  ws-fs-arqLigaTemporada <> 0 then
               move 18                                       to ws-msn-erro-ofsset
      *>   A Mensagem é Composta por um Código, o File Status e Uma Descrição do Erro que Está Ocorrendo
           display ws-msn-erro

      *>   Codigo de Retorno Diferente de Zero Avisa Quem Encadeou o Programa
      *>   (Execução Noturna) de que Ele Terminou com Erro
           move 16 to return-code

           stop run

           .
