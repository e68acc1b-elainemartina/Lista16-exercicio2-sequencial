      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "extratoJogador".
       author. "Elaine Martina Andre.
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>------------------------------------------------------------------------
      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqJogadoresCad assign to "arqJogadoresCad.txt" *> Arquivo de Registro Permanente de Jogadores, Indexado Pelo Codigo
           organization is indexed
           access mode is sequential
           record key is fd-jogcad-codigo
           lock mode is automatic
           file status is ws-fs-arqJogadoresCad.

           select arqHistorico assign to "arqHistorico.txt"      *> Arquivo de Historico das Pontuações Entre Sessões (Gravado Pelo Jogo)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqHistorico.

           select arqAjustes assign to "arqAjustes.txt"          *> Arquivo de Ajustes de Pontuação (Contestações Lançadas no Jogo)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAjustes.

           select arqLogRespostas assign to "arqLogRespostas.txt"   *> Log de Todas as Respostas Dadas no Jogo (Gravado Pelo Jogo)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLogRespostas.

           select arqTemporada assign to "arqTemporada.txt"      *> Arquivo de Definição da Temporada (Nome, Periodo e Rodadas Previstas)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqTemporada.

           select arqExtratoJogador assign to dynamic ws-nome-extrato  *> Extrato Impresso de um Jogador (arqExtratoJogadorNNNN.txt)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqExtratoJogador.

           select arqControleExtratos assign to "arqControleExtratos.txt" *> Pagina de Controle da Emissão (Extratos Produzidos)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqControleExtratos.

       i-o-control.

      *>------------------------------------------------------------------------
      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqJogadoresCad.
       01  fd-linha-jogador-cad.
           05 fd-jogcad-codigo                     pic 9(04).
           05 filler                               pic x(01).
           05 fd-jogcad-nome                       pic x(25).
           05 filler                               pic x(01).
           05 fd-jogcad-depto                      pic x(15).
           05 filler                               pic x(01).
           05 fd-jogcad-situacao                   pic x(01).

       fd arqHistorico.
       01  fd-linha-historico                      pic x(80).

       fd arqAjustes.
       01  fd-linha-ajuste                         pic x(180).

       fd arqLogRespostas.
       01  fd-linha-log-resposta                   pic x(200).

       fd arqTemporada.
       01  fd-linha-temporada                      pic x(80).

       fd arqExtratoJogador.
       01  fd-linha-extrato                        pic x(132).

       fd arqControleExtratos.
       01  fd-linha-controle                       pic x(132).

      *>------------------------------------------------------------------------
      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqJogadoresCad                     pic  9(02).
       77  ws-fs-arqHistorico                        pic  9(02).
       77  ws-fs-arqAjustes                          pic  9(02).
       77  ws-fs-arqLogRespostas                     pic  9(02).
       77  ws-fs-arqTemporada                        pic  9(02).
       77  ws-fs-arqExtratoJogador                   pic  9(02).
       77  ws-fs-arqControleExtratos                 pic  9(02).
       77  ws-qtd-cadastrados                        pic  9(03) value zero.
       77  ws-qtd-linhas                             pic  9(04) value zero.
       77  ws-qtd-ajustes                            pic  9(04) value zero.
       77  ws-qtd-jogadores                          pic  9(03) value zero.
       77  ws-qtd-participantes                      pic  9(03) value zero.
       77  ws-qtd-deptos                             pic  9(02) value zero.
       77  ws-qtd-sessoes-liga                       pic  9(03) value zero.
       77  ws-qtd-sessao-jog                         pic  9(02) value zero.
       77  ws-qtd-liga                               pic  9(03) value zero.
       77  ws-qtd-meses                              pic  9(03) value zero.
       77  ws-qtd-regioes                            pic  9(02) value zero.
       77  ws-qtd-itens                              pic  9(03) value zero.
       77  ws-qtd-itens-validos                      pic  9(03) value zero.
      *>----Minimo de Respostas Para a Região ou o Item Concorrer a Melhor/Pior
       77  ws-min-respostas-regiao                   pic  9(03) value 5.
       77  ws-min-respostas-item                     pic  9(03) value 2.
      *>----Quantidade de Itens Listados Como Melhores e Como Piores
       77  ws-qtd-itens-listados                     pic  9(02) value 5.

      *>----Codigo Informado na Entrada (em Branco = Todos os Jogadores Ativos)
       01 ws-selecao.
          05 ws-sel-codigo                         pic x(04).
          05 ws-sel-codigo-num redefines ws-sel-codigo
                                                  pic 9(04).
          05 ws-sel-todos                          pic x(01).
             88 ws-sel-todos-ativos                value "S".
             88 ws-sel-um-jogador                  value "N".

      *>----Nome do Arquivo do Extrato - um Arquivo Por Jogador
       01 ws-nome-extrato.
          05 filler                                pic x(17) value "arqExtratoJogador".
          05 ws-nx-codigo                          pic 9(04).
          05 filler                                pic x(04) value ".txt".

      *>----Tabela do Registro Permanente (Inativos Entram - o Historico Deles
      *>----Continua Contando nos Rankings)
       01 ws-jogadores-cad occurs 999.
          05 ws-cad-codigo                         pic 9(04).
          05 ws-cad-nome                           pic x(25).
          05 ws-cad-depto                          pic x(15).
          05 ws-cad-situacao                       pic x(01).

      *>----Mesmo Layout da Linha Gravada em arqHistorico.txt Pelo Jogo
      *>----(Desde a Adoção do Registro de Jogadores a Linha Carrega o Codigo)
       01 ws-linha-historico.
          05 ws-hist-data                          pic x(10).
          05 filler                                pic x(01).
          05 ws-hist-codigo                        pic x(04).
          05 filler                                pic x(01).
          05 ws-hist-nome                          pic x(25).
          05 filler                                pic x(01).
          05 ws-hist-pontos                        pic 9(02).
          05 filler                                pic x(01).
      *>   Numero da Sessão de Jogo (arqSessoes.txt) - Branco nas Linhas Antigas
          05 ws-hist-sessao                        pic x(06).

      *>----Layout Antigo da Linha do Historico, Sem o Codigo do Jogador
       01 ws-linha-historico-ant redefines ws-linha-historico.
          05 filler                                pic x(11).
          05 ws-hist-nome-ant                      pic x(25).
          05 filler                                pic x(01).
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

      *>----Mesmo Layout da Linha Gravada em arqLogRespostas.txt Pelo Jogo
       01 ws-linha-log-resposta.
          05 ws-log-data                           pic x(10).
          05 filler                                pic x(01).
          05 ws-log-nome                           pic x(25).
          05 filler                                pic x(01).
          05 ws-log-estado                         pic x(25).
          05 filler                                pic x(01).
          05 ws-log-regiao                         pic x(15).
          05 filler                                pic x(01).
          05 ws-log-modo                           pic x(01).
          05 filler                                pic x(01).
          05 ws-log-resposta                       pic x(25).
          05 filler                                pic x(01).
          05 ws-log-resultado                      pic x(01).
          05 filler                                pic x(01).
          05 ws-log-segundos                       pic 9(05).
          05 filler                                pic x(01).
      *>   Sessão, Codigo do Jogador, Hora e Deck - Branco nas Linhas Antigas
          05 ws-log-sessao                         pic x(06).
          05 filler                                pic x(01).
          05 ws-log-codigo                         pic x(04).
          05 filler                                pic x(01).
          05 ws-log-hora                           pic x(08).
          05 filler                                pic x(01).
          05 ws-log-deck                           pic x(30).
          05 filler                                pic x(01).
      *>   Numero do Ajuste Que Anulou o Erro da Resposta (Branco = Não Anulada)
          05 ws-log-ajuste                         pic x(06).

      *>----Registro "S" do Arquivo de Temporada - Nome e Periodo da Temporada
       01 ws-linha-temporada.
          05 ws-temp-tipo                          pic x(01).
          05 filler                                pic x(01).
          05 ws-temp-nome                          pic x(40).
          05 filler                                pic x(01).
          05 ws-temp-inicio                        pic x(10).
          05 filler                                pic x(01).
          05 ws-temp-fim                           pic x(10).

      *>----Temporada Corrente (a Mesma Apurada Pela Tabela da Liga)
       01 ws-temporada.
          05 ws-liga-nome                          pic x(40) value space.
          05 ws-liga-inicio                        pic x(10).
          05 ws-liga-fim                           pic x(10).
          05 ws-liga-inicio-aamd                   pic 9(08) value zero.
          05 ws-liga-fim-aamd                      pic 9(08) value 99999999.
          05 ws-liga-situacao                      pic x(01) value "N".
             88 ws-liga-definida                   value "S".

      *>----Linhas do Historico Inteiro Já Interpretadas (Layout Novo ou Antigo)
       01 ws-hist-tab occurs 9999.
          05 ws-ht-aamd                            pic 9(08).
          05 ws-ht-codigo                          pic 9(04).
          05 ws-ht-nome                            pic x(25).
          05 ws-ht-pontos                          pic 9(02).
          05 ws-ht-sessao                          pic 9(06).
      *>   Pontos da Linha na Liga (Já com o Ajuste, Limitados de 0 a 99)
          05 ws-ht-pontos-liga                     pic 9(02).
          05 ws-ht-temporada                       pic x(01).
             88 ws-ht-na-temporada                 value "S".

      *>----Ajustes de Pontuação Lançados (Arquivo Inteiro)
       01 ws-ajustes-tab occurs 2000.
          05 ws-at-numero                          pic x(06).
          05 ws-at-codigo                          pic 9(04).
          05 ws-at-data                            pic x(10).
          05 ws-at-aamd                            pic 9(08).
          05 ws-at-sessao                          pic 9(06).
          05 ws-at-pontos                          pic s9(02).
          05 ws-at-nome                            pic x(25).
          05 ws-at-motivo                          pic x(50).

      *>----Ranking Acumulado do Historico Inteiro (Mesmas Regras do Ranking
      *>----Acumulado Impresso), com o Departamento de Cada Jogador
       01 ws-ranking occurs 999.
          05 ws-rank-codigo                        pic 9(04).
          05 ws-rank-nome                          pic x(25).
          05 ws-rank-depto                         pic x(15).
          05 ws-rank-total                         pic 9(05).
          05 ws-rank-sessoes                       pic 9(04).
          05 ws-rank-melhor                        pic 9(02).
          05 ws-rank-ajuste                        pic s9(04).

       01 ws-ranking-aux.
          05 ws-rank-codigo-aux                    pic 9(04).
          05 ws-rank-nome-aux                      pic x(25).
          05 ws-rank-depto-aux                     pic x(15).
          05 ws-rank-total-aux                     pic 9(05).
          05 ws-rank-sessoes-aux                   pic 9(04).
          05 ws-rank-melhor-aux                    pic 9(02).
          05 ws-rank-ajuste-aux                    pic s9(04).

      *>----Ranking por Departamento do Historico Inteiro (Mesmas Regras do
      *>----Ranking por Departamento Impresso)
       01 ws-deptos occurs 50.
          05 ws-dep-nome                           pic x(15).
          05 ws-dep-pontos                         pic 9(06).
          05 ws-dep-sessoes                        pic 9(05).
          05 ws-dep-jogadores                      pic 9(03).
          05 ws-dep-media                          pic 9(05).
          05 ws-dep-ajuste                         pic s9(05).

       01 ws-deptos-aux.
          05 ws-dep-nome-aux                       pic x(15).
          05 ws-dep-pontos-aux                     pic 9(06).
          05 ws-dep-sessoes-aux                    pic 9(05).
          05 ws-dep-jogadores-aux                  pic 9(03).
          05 ws-dep-media-aux                      pic 9(05).
          05 ws-dep-ajuste-aux                     pic s9(05).

      *>----Participantes Distintos de Cada Departamento - Codigo, ou Nome nas
      *>----Linhas Sem Codigo (Historico de Antes do Registro de Jogadores)
       01 ws-participantes occurs 999.
          05 ws-part-codigo                        pic 9(04).
          05 ws-part-nome                          pic x(25).
          05 ws-part-depto                         pic x(15).

      *>----Sessões Distintas da Temporada - Pelo Numero da Sessão de Jogo;
      *>----Linhas Antigas, Sem Numero (Zero), Agrupam Pela Data
       01 ws-sessoes-liga occurs 400.
          05 ws-sl-numero                          pic 9(06).
          05 ws-sl-aamd                            pic 9(08).

      *>----Jogadores de uma Sessão da Temporada, Ordenados Pelos Pontos
       01 ws-sessao-jog occurs 99.
          05 ws-sjog-codigo                        pic 9(04).
          05 ws-sjog-nome                          pic x(25).
          05 ws-sjog-pontos                        pic 9(02).

       01 ws-sessao-jog-aux.
          05 ws-sjog-codigo-aux                    pic 9(04).
          05 ws-sjog-nome-aux                      pic x(25).
          05 ws-sjog-pontos-aux                    pic 9(02).

      *>----Pontos de Colocação da Liga - 3 Para o Primeiro, 2 Para o Segundo
      *>----e 1 Para o Terceiro de Cada Sessão (Empate Leva a Mesma Colocação)
       01 ws-pts-por-colocacao.
          05 filler                                pic 9(01) value 3.
          05 filler                                pic 9(01) value 2.
          05 filler                                pic 9(01) value 1.
       01 ws-pts-colocacao-tab redefines ws-pts-por-colocacao.
          05 ws-pts-colocacao occurs 3             pic 9(01).

      *>----Tabela da Liga da Temporada Corrente
       01 ws-liga occurs 999.
          05 ws-liga-codigo                        pic 9(04).
          05 ws-liga-jog-nome                      pic x(25).
          05 ws-liga-rodadas                       pic 9(03).
          05 ws-liga-pts-colocacao                 pic 9(04).
          05 ws-liga-pts-brutos                    pic 9(05).

       01 ws-liga-aux.
          05 ws-liga-codigo-aux                    pic 9(04).
          05 ws-liga-jog-nome-aux                  pic x(25).
          05 ws-liga-rodadas-aux                   pic 9(03).
          05 ws-liga-pts-colocacao-aux             pic 9(04).
          05 ws-liga-pts-brutos-aux                pic 9(05).

      *>----Jogador do Extrato em Emissão
       01 ws-jogador-atual.
          05 ws-ja-codigo                          pic 9(04).
          05 ws-ja-nome                            pic x(25).
          05 ws-ja-depto                           pic x(15).
          05 ws-ja-situacao                        pic x(01).

      *>----Sessões, Pontos e Respostas do Jogador Mes a Mes (AAAAMM)
       01 ws-meses occurs 240.
          05 ws-ms-aamm                            pic 9(06).
          05 ws-ms-sessoes                         pic 9(04).
          05 ws-ms-pontos                          pic 9(05).
          05 ws-ms-ajuste                          pic s9(04).
          05 ws-ms-melhor                          pic 9(02).
          05 ws-ms-respostas                       pic 9(05).
          05 ws-ms-acertos                         pic 9(05).
          05 ws-ms-segundos                        pic 9(07).

       01 ws-meses-aux.
          05 ws-ms-aamm-aux                        pic 9(06).
          05 ws-ms-sessoes-aux                     pic 9(04).
          05 ws-ms-pontos-aux                      pic 9(05).
          05 ws-ms-ajuste-aux                      pic s9(04).
          05 ws-ms-melhor-aux                      pic 9(02).
          05 ws-ms-respostas-aux                   pic 9(05).
          05 ws-ms-acertos-aux                     pic 9(05).
          05 ws-ms-segundos-aux                    pic 9(07).

      *>----Respostas do Jogador por Região
       01 ws-regioes occurs 30.
          05 ws-rg-regiao                          pic x(15).
          05 ws-rg-qtd                             pic 9(05).
          05 ws-rg-acertos                         pic 9(05).
          05 ws-rg-segundos                        pic 9(07).
          05 ws-rg-pct                             pic 9(03).

      *>----Respostas do Jogador por Item (Deck + Pergunta) - Linhas Antigas
      *>----Vêm Sem o Deck e Ficam Agrupadas à Parte
       01 ws-itens occurs 999.
          05 ws-it-deck                            pic x(30).
          05 ws-it-estado                          pic x(25).
          05 ws-it-qtd                             pic 9(04).
          05 ws-it-acertos                         pic 9(04).
          05 ws-it-pct                             pic 9(03).
          05 ws-it-valido                          pic x(01).
             88 ws-it-concorre                     value "S".

       01 ws-itens-aux.
          05 ws-it-deck-aux                        pic x(30).
          05 ws-it-estado-aux                      pic x(25).
          05 ws-it-qtd-aux                         pic 9(04).
          05 ws-it-acertos-aux                     pic 9(04).
          05 ws-it-pct-aux                         pic 9(03).
          05 ws-it-valido-aux                      pic x(01).

       01 ws-indices.
          05 ws-ind-cad                            pic 9(03).
          05 ws-ind-lin                            pic 9(05).
          05 ws-ind-aj                             pic 9(04).
          05 ws-ind-jog                            pic 9(03).
          05 ws-ind-part                           pic 9(03).
          05 ws-ind-dep                            pic 9(02).
          05 ws-ind-ses                            pic 9(03).
          05 ws-ind-sjog                           pic 9(03).
          05 ws-ind-liga                           pic 9(03).
          05 ws-ind-mes                            pic 9(03).
          05 ws-ind-rg                             pic 9(02).
          05 ws-ind-it                             pic 9(03).
          05 ws-ind-achado                         pic 9(05).
          05 ws-ind-melhor                         pic 9(02).
          05 ws-ind-pior                           pic 9(02).
          05 ws-ind-limite                         pic 9(03).
          05 ws-colocacao-atual                    pic 9(03).
          05 ws-pts-rodada                         pic 9(01).

      *>----Campos da Linha Já Interpretada, Seja Qual For o Layout de Origem
       01 ws-linha-apurada.
          05 ws-apur-codigo                        pic 9(04).
          05 ws-apur-nome                          pic x(25).
          05 ws-apur-pontos                        pic 9(02).
          05 ws-apur-sessao                        pic 9(06).
          05 ws-apur-depto                         pic x(15).
          05 ws-apur-aamm                          pic 9(06).
          05 ws-apur-acerto                        pic x(01).
             88 ws-apur-acertou                    value "S".

      *>----Posições do Jogador nos Rankings e na Liga (Zero = Fora Deles)
       01 ws-posicoes.
          05 ws-pos-ranking                        pic 9(03).
          05 ws-pos-depto                          pic 9(02).
          05 ws-pos-no-depto                       pic 9(03).
          05 ws-qtd-no-depto                       pic 9(03).
          05 ws-pos-liga                           pic 9(03).

      *>----Totais do Jogador no Extrato
       01 ws-totais-jogador.
          05 ws-tj-sessoes                         pic 9(05).
          05 ws-tj-pontos                          pic 9(06).
          05 ws-tj-ajuste                          pic s9(05).
          05 ws-tj-melhor                          pic 9(02).
          05 ws-tj-respostas                       pic 9(06).
          05 ws-tj-acertos                         pic 9(06).
          05 ws-tj-segundos                        pic 9(08).
          05 ws-tj-anuladas                        pic 9(05).
          05 ws-tj-qtd-ajustes                     pic 9(04).

       01 ws-calculos.
          05 ws-pontos-ajustados                   pic s9(07).
          05 ws-calc-media                         pic 9(06).

      *>----Totais da Emissão, Para a Pagina de Controle
       01 ws-totais.
          05 ws-tot-linhas-hist                    pic 9(07) value zero.
          05 ws-tot-linhas-ajustes                 pic 9(07) value zero.
          05 ws-tot-inativos                       pic 9(05) value zero.
          05 ws-tot-extratos                       pic 9(05) value zero.
          05 ws-tot-sem-sessao                     pic 9(05) value zero.
          05 ws-tot-sem-respostas                  pic 9(05) value zero.

      *>----Area de Conversao de Data DD/MM/AAAA Para AAAAMMDD (Comparavel)
       01 ws-conv-data.
          05 ws-conv-data-ddmmaaaa.
             10 ws-conv-dia                        pic x(02).
             10 filler                             pic x(01).
             10 ws-conv-mes                        pic x(02).
             10 filler                             pic x(01).
             10 ws-conv-ano                        pic x(04).
          05 ws-conv-data-aamd.
             10 ws-conv-aamd-ano                   pic x(04).
             10 ws-conv-aamd-mes                   pic x(02).
             10 ws-conv-aamd-dia                   pic x(02).
          05 ws-conv-data-aamd-num redefines ws-conv-data-aamd
                                                  pic 9(08).
          05 ws-conv-data-ok                       pic x(01).
             88 ws-conv-data-valida                value "S".
             88 ws-conv-data-invalida              value "N".
      *>----Apoio da Consistencia do Dia Contra o Tamanho do Mes (e Ano Bissexto)
          05 ws-conv-dia-num                       pic 9(02).
          05 ws-conv-ano-num                       pic 9(04).
          05 ws-conv-dia-max                       pic 9(02).
          05 ws-conv-quociente                     pic 9(04).
          05 ws-conv-resto                         pic 9(04).

       01 ws-data-sistema.
          05 ws-data-ano                           pic 9(04).
          05 ws-data-mes                           pic 9(02).
          05 ws-data-dia                           pic 9(02).

       01 ws-data-formatada                        pic x(10).

      *>----Mes AAAAMM Desmontado Para Impressão (MM/AAAA)
       01 ws-mes-edicao.
          05 ws-me-aamm                            pic 9(06).
          05 ws-me-partes redefines ws-me-aamm.
             10 ws-me-ano                          pic 9(04).
             10 ws-me-mes                          pic 9(02).

       01 controle                                 pic x(1).
          88  trocou                               value "1".
          88  nao_trocou                           value "5".

      *>----Linha Corrente do Extrato ou do Controle (Montada Por Quem Grava)
       01 ws-linha-saida                           pic x(132).

       01 ws-titulo-extrato                        pic x(80)
          value "Extrato Individual do Jogador - Quiz Estados Brasileiros".

       01 ws-cabecalho-jogador.
          05 filler                                pic x(14) value "Jogador     : ".
          05 ws-cj-codigo                          pic 9(04).
          05 filler                                pic x(01) value space.
          05 ws-cj-nome                            pic x(25).

       01 ws-cabecalho-depto.
          05 filler                                pic x(14) value "Departamento: ".
          05 ws-cd-depto                           pic x(15).
          05 filler                                pic x(14) value "   Situacao : ".
          05 ws-cd-situacao                        pic x(10).

       01 ws-cabecalho-emissao.
          05 filler                                pic x(14) value "Emitido em  : ".
          05 ws-ce-data                            pic x(10).

       01 ws-subtitulo.
          05 ws-sub-texto                          pic x(80).

       01 ws-cabecalho-meses                       pic x(100)
          value "Mes/Ano  Sessoes  Pontos  Ajuste  Pts/Sessao  Melhor  Respostas  Acerto%  Seg/Resp".

       01 ws-linha-mes.
          05 ws-lms-mes                            pic x(07).
          05 filler                                pic x(02) value space.
          05 ws-lms-sessoes                        pic zzzzzz9.
          05 filler                                pic x(02) value space.
          05 ws-lms-pontos                         pic zzzzz9.
          05 filler                                pic x(02) value space.
          05 ws-lms-ajuste                         pic +++++9 blank when zero.
          05 filler                                pic x(02) value space.
          05 ws-lms-media                          pic zzzzzzzzz9.
          05 filler                                pic x(02) value space.
          05 ws-lms-melhor                         pic zzzzz9.
          05 filler                                pic x(02) value space.
          05 ws-lms-respostas                      pic zzzzzzzz9.
          05 filler                                pic x(02) value space.
          05 ws-lms-pct                            pic zzzzzz9.
          05 filler                                pic x(02) value space.
          05 ws-lms-segundos                       pic zzzzzzz9.

       01 ws-cabecalho-regioes                     pic x(100)
          value "Regiao           Respostas  Acertos  Acerto%  Seg/Resp".

       01 ws-linha-regiao.
          05 ws-lrg-regiao                         pic x(15).
          05 filler                                pic x(02) value space.
          05 ws-lrg-qtd                            pic zzzzzzzz9.
          05 filler                                pic x(02) value space.
          05 ws-lrg-acertos                        pic zzzzzz9.
          05 filler                                pic x(02) value space.
          05 ws-lrg-pct                            pic zzzzzz9.
          05 filler                                pic x(02) value space.
          05 ws-lrg-segundos                       pic zzzzzzz9.
          05 filler                                pic x(02) value space.
          05 ws-lrg-marca                          pic x(12).

       01 ws-cabecalho-itens                       pic x(100)
          value "Deck                            Estado                     Respostas  Acerto%".

       01 ws-linha-item.
          05 ws-lit-deck                           pic x(30).
          05 filler                                pic x(02) value space.
          05 ws-lit-estado                         pic x(25).
          05 filler                                pic x(02) value space.
          05 ws-lit-qtd                            pic zzzzzzzz9.
          05 filler                                pic x(02) value space.
          05 ws-lit-pct                            pic zzzzzz9.

       01 ws-linha-minimo.
          05 filler                                pic x(02) value space.
          05 ws-lmn-texto                          pic x(50).
          05 ws-lmn-minimo                         pic zz9.
          05 filler                                pic x(12) value " Resposta(s)".

       01 ws-linha-posicao.
          05 filler                                pic x(02) value space.
          05 ws-lps-texto                          pic x(36).
          05 filler                                pic x(10) value "Colocacao ".
          05 ws-lps-colocacao                      pic zz9.
          05 filler                                pic x(04) value " de ".
          05 ws-lps-total                          pic zz9.

       01 ws-linha-rank-detalhe.
          05 filler                                pic x(04) value space.
          05 filler                                pic x(16) value "Total de Pontos ".
          05 ws-lrd-total                          pic zzzz9.
          05 filler                                pic x(11) value " - Sessoes ".
          05 ws-lrd-sessoes                        pic zzz9.
          05 filler                                pic x(17) value " - Melhor Sessao ".
          05 ws-lrd-melhor                         pic z9.
          05 filler                                pic x(11) value " - Ajustes ".
          05 ws-lrd-ajuste                         pic ++++9.

       01 ws-linha-depto-detalhe.
          05 filler                                pic x(04) value space.
          05 filler                                pic x(13) value "Departamento ".
          05 ws-ldd-depto                          pic x(15).
          05 filler                                pic x(10) value " - Pontos ".
          05 ws-ldd-pontos                         pic zzzzz9.
          05 filler                                pic x(14) value " - Jogadores ".
          05 ws-ldd-jogadores                      pic zz9.
          05 filler                                pic x(11) value " - Pts/Jog ".
          05 ws-ldd-media                          pic zzzz9.

       01 ws-linha-liga-detalhe.
          05 filler                                pic x(04) value space.
          05 filler                                pic x(08) value "Rodadas ".
          05 ws-lld-rodadas                        pic zz9.
          05 filler                                pic x(12) value " - Pts.Liga ".
          05 ws-lld-pts-colocacao                  pic zzz9.
          05 filler                                pic x(14) value " - Pts.Brutos ".
          05 ws-lld-pts-brutos                     pic zzzz9.

       01 ws-linha-temporada-nome.
          05 filler                                pic x(02) value space.
          05 filler                                pic x(11) value "Temporada: ".
          05 ws-ltn-nome                           pic x(40).

       01 ws-linha-temporada-periodo.
          05 filler                                pic x(02) value space.
          05 filler                                pic x(09) value "Periodo: ".
          05 ws-ltp-inicio                         pic x(10).
          05 filler                                pic x(05) value " ate ".
          05 ws-ltp-fim                            pic x(10).

       01 ws-cabecalho-ajustes                     pic x(100)
          value "Numero  Sessao Em   Sessao  Ajuste  Motivo".

       01 ws-linha-ajuste-jogador.
          05 ws-laj-numero                         pic x(06).
          05 filler                                pic x(02) value space.
          05 ws-laj-data                           pic x(10).
          05 filler                                pic x(02) value space.
          05 ws-laj-sessao                         pic x(06).
          05 filler                                pic x(05) value space.
          05 ws-laj-pontos                         pic +99.
          05 filler                                pic x(02) value space.
          05 ws-laj-motivo                         pic x(50).

       01 ws-linha-texto.
          05 filler                                pic x(02) value space.
          05 ws-ltx-texto                          pic x(78).

       01 ws-linha-total.
          05 filler                                pic x(02) value space.
          05 ws-ltt-texto                          pic x(50).
          05 ws-ltt-valor                          pic zzzzzz9.

       01 ws-linha-branca                          pic x(01) value space.

      *>----Pagina de Controle da Emissão
       01 ws-titulo-controle                       pic x(80)
          value "Extratos Individuais dos Jogadores - Pagina de Controle da Emissao".

       01 ws-cabecalho-selecao.
          05 filler                                pic x(14) value "Selecao     : ".
          05 ws-cs-texto                           pic x(40).

       01 ws-cabecalho-controle                    pic x(100)
          value "Cod.  Jogador                    Depto            Sessoes  Arquivo".

       01 ws-linha-controle.
          05 ws-lct-codigo                         pic 9(04).
          05 filler                                pic x(02) value space.
          05 ws-lct-nome                           pic x(25).
          05 filler                                pic x(02) value space.
          05 ws-lct-depto                          pic x(15).
          05 filler                                pic x(02) value space.
          05 ws-lct-sessoes                        pic zzzzzz9.
          05 filler                                pic x(02) value space.
          05 ws-lct-arquivo                        pic x(25).

       01 ws-uso-comum.
          05 ws-msn-erro.
             10 ws-msn-erro-ofsset                 pic 9(04).
             10 filler                             pic x(01) value "-".
             10 ws-msn-erro-cod                    pic 9(02).
             10 filler                             pic x(01) value space.
             10 ws-msn-erro-text                   pic x(42).

      *>------------------------------------------------------------------------
      *>----Variaveis para comunicação entre programas
       linkage section.

      *>------------------------------------------------------------------------
      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>   Entrada do Jogador (em Branco = Todos os Jogadores Ativos)
      *>------------------------------------------------------------------------
       inicializa section.

           move space to ws-sel-codigo

           display "Extrato Individual do Jogador"
           display "Codigo do Jogador (Branco = Todos os Jogadores Ativos)     : "
           accept ws-sel-codigo

           if  ws-sel-codigo = space then
               set ws-sel-todos-ativos to true
           else
               set ws-sel-um-jogador to true
               if  ws-sel-codigo is not numeric
               or  ws-sel-codigo-num = zero  then
                   move 1                                        to ws-msn-erro-ofsset
                   move zero                                     to ws-msn-erro-cod
                   move "Codigo do Jogador Invalido (4 Digitos)"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform formatar-data-sistema

           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                 Formatação da Data do Sistema (DD/MM/AAAA)
      *>------------------------------------------------------------------------
       formatar-data-sistema section.

           accept ws-data-sistema from date yyyymmdd

           string ws-data-dia   delimited by size
                  "/"           delimited by size
                  ws-data-mes   delimited by size
                  "/"           delimited by size
                  ws-data-ano   delimited by size
                  into ws-data-formatada

           .
       formatar-data-sistema-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Converte DD/MM/AAAA Para AAAAMMDD Consistindo os Componentes da Data
      *>------------------------------------------------------------------------
       converter-data-aamd section.

           set ws-conv-data-valida to true

           if  ws-conv-dia is not numeric
           or  ws-conv-mes is not numeric
           or  ws-conv-ano is not numeric  then
               set ws-conv-data-invalida to true
           end-if

           if  ws-conv-data-valida then
               move ws-conv-ano to ws-conv-aamd-ano
               move ws-conv-mes to ws-conv-aamd-mes
               move ws-conv-dia to ws-conv-aamd-dia

               if  ws-conv-aamd-mes < "01" or ws-conv-aamd-mes > "12"
               or  ws-conv-aamd-dia < "01" or ws-conv-aamd-dia > "31"  then
                   set ws-conv-data-invalida to true
               end-if
           end-if

      *>   Consistir o Dia Contra o Tamanho Real do Mes - Fevereiro Conforme o
      *>   Ano Bissexto (Divisivel por 4, Menos os Seculos Não Divisiveis por 400)
           if  ws-conv-data-valida then

               move 31 to ws-conv-dia-max
               if  ws-conv-aamd-mes = "04" or ws-conv-aamd-mes = "06"
               or  ws-conv-aamd-mes = "09" or ws-conv-aamd-mes = "11"  then
                   move 30 to ws-conv-dia-max
               end-if

               if  ws-conv-aamd-mes = "02" then
                   move 28 to ws-conv-dia-max
                   move ws-conv-ano to ws-conv-ano-num
                   divide ws-conv-ano-num by 4 giving ws-conv-quociente
                                               remainder ws-conv-resto
                   if  ws-conv-resto = zero then
                       move 29 to ws-conv-dia-max
                       divide ws-conv-ano-num by 100 giving ws-conv-quociente
                                                     remainder ws-conv-resto
                       if  ws-conv-resto = zero then
                           divide ws-conv-ano-num by 400 giving ws-conv-quociente
                                                         remainder ws-conv-resto
                           if  ws-conv-resto not = zero then
                               move 28 to ws-conv-dia-max
                           end-if
                       end-if
                   end-if
               end-if

               move ws-conv-dia to ws-conv-dia-num
               if  ws-conv-dia-num > ws-conv-dia-max then
                   set ws-conv-data-invalida to true
               end-if

           end-if

           .
       converter-data-aamd-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                       Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

      *>   Registro, Historico, Ajustes e Temporada Ficam em Memoria - os
      *>   Rankings e a Liga São Apurados uma Vez Para Todos os Extratos
           perform carregar-cadastro
           perform carregar-historico
           perform carregar-ajustes
           perform apurar-ranking-acumulado
           perform apurar-ranking-depto
           perform carregar-temporada
           if  ws-liga-definida then
               perform apurar-liga
           end-if

      *>   Abrir a Pagina de Controle em Modo Output, uma Nova Por Emissão
           open output arqControleExtratos
           if  ws-fs-arqControleExtratos <> 0 then
               move 2                                         to ws-msn-erro-ofsset
               move ws-fs-arqControleExtratos                 to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqControleExtratos"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-titulo-controle to ws-linha-saida
           perform gravar-linha-controle
           move ws-data-formatada to ws-ce-data
           move ws-cabecalho-emissao to ws-linha-saida
           perform gravar-linha-controle
           if  ws-sel-todos-ativos then
               move "Todos os Jogadores Ativos" to ws-cs-texto
           else
               move "Jogador Informado na Entrada" to ws-cs-texto
           end-if
           move ws-cabecalho-selecao to ws-linha-saida
           perform gravar-linha-controle
           move ws-linha-branca to ws-linha-saida
           perform gravar-linha-controle
           move ws-cabecalho-controle to ws-linha-saida
           perform gravar-linha-controle

      *>   Um Extrato Para o Jogador Informado (Ativo ou Não), ou Um Para
      *>   Cada Jogador Ativo do Registro, na Ordem do Codigo
           perform varying ws-ind-cad from 1 by 1 until ws-ind-cad > ws-qtd-cadastrados
               if  ws-sel-um-jogador then
                   if  ws-cad-codigo(ws-ind-cad) = ws-sel-codigo-num then
                       perform emitir-extrato
                   end-if
               else
                   if  ws-cad-situacao(ws-ind-cad) = "A" then
                       perform emitir-extrato
                   else
                       add 1 to ws-tot-inativos
                   end-if
               end-if
           end-perform

           perform gravar-resumo-controle

           close arqControleExtratos
           if  ws-fs-arqControleExtratos <> 0 then
               move 3                                         to ws-msn-erro-ofsset
               move ws-fs-arqControleExtratos                 to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqControleExtratos" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Controle Gravado em arqControleExtratos.txt - "
                   ws-tot-extratos " Extrato(s) Produzido(s)"

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Carga do Registro Permanente de Jogadores - Sem Ele Não Há de Quem
      *>    Emitir Extrato; o Jogador Informado Precisa Estar Registrado
      *>------------------------------------------------------------------------
       carregar-cadastro section.

           open input arqJogadoresCad
           if  ws-fs-arqJogadoresCad = 35 then
               move 4                                        to ws-msn-erro-ofsset
               move ws-fs-arqJogadoresCad                    to ws-msn-erro-cod
               move "Arq. arqJogadoresCad Nao Encontrado "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if  ws-fs-arqJogadoresCad <> 0 then
               move 5                                        to ws-msn-erro-ofsset
               move ws-fs-arqJogadoresCad                    to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqJogadoresCad"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqJogadoresCad = 10

               read arqJogadoresCad next record

               if  ws-fs-arqJogadoresCad = 0 then
                   if  fd-jogcad-codigo is numeric
                   and fd-jogcad-codigo > zero  then
                       if  ws-qtd-cadastrados >= 999 then
                           move 6                                    to ws-msn-erro-ofsset
                           move zero                                 to ws-msn-erro-cod
                           move "Tabela de Jogadores Cheia (999)"     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-cadastrados
                       move fd-jogcad-codigo   to ws-cad-codigo(ws-qtd-cadastrados)
                       move fd-jogcad-nome     to ws-cad-nome(ws-qtd-cadastrados)
                       move fd-jogcad-depto    to ws-cad-depto(ws-qtd-cadastrados)
                       move fd-jogcad-situacao to ws-cad-situacao(ws-qtd-cadastrados)
                   end-if
               else
                   if  ws-fs-arqJogadoresCad <> 10 then
                       move 7                                     to ws-msn-erro-ofsset
                       move ws-fs-arqJogadoresCad                 to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqJogadoresCad "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqJogadoresCad
           if  ws-fs-arqJogadoresCad <> 0 then
               move 8                                     to ws-msn-erro-ofsset
               move ws-fs-arqJogadoresCad                 to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqJogadoresCad" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-sel-um-jogador then
               move zero to ws-ind-achado
               perform varying ws-ind-cad from 1 by 1 until ws-ind-cad > ws-qtd-cadastrados
                                                         or ws-ind-achado > zero
                   if  ws-cad-codigo(ws-ind-cad) = ws-sel-codigo-num then
                       move ws-ind-cad to ws-ind-achado
                   end-if
               end-perform
               if  ws-ind-achado = zero then
                   move 9                                    to ws-msn-erro-ofsset
                   move zero                                 to ws-msn-erro-cod
                   move "Jogador Nao Registrado"              to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carregar-cadastro-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Carga do Historico Inteiro em Memoria (Layout Novo ou Antigo)
      *>------------------------------------------------------------------------
       carregar-historico section.

           open input arqHistorico
      *>   Sem Historico os Extratos Saem Sem Sessões e Fora dos Rankings
           if  ws-fs-arqHistorico = 35 then
               display "Aviso - arqHistorico.txt Nao Encontrado"
               go to carregar-historico-exit
           end-if
           if  ws-fs-arqHistorico <> 0 then
               move 10                                   to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                   to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqHistorico  "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqHistorico = 10

               read arqHistorico

               if  ws-fs-arqHistorico = 0 then
                   add 1 to ws-tot-linhas-hist
                   move fd-linha-historico to ws-linha-historico
                   perform guardar-linha-historico
               else
                   if  ws-fs-arqHistorico <> 10 then
                       move 11                                  to ws-msn-erro-ofsset
                       move ws-fs-arqHistorico                  to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqHistorico   "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqHistorico
           if  ws-fs-arqHistorico <> 0 then
               move 12                                  to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                  to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqHistorico " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       carregar-historico-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Guarda uma Linha do Historico na Tabela, se Valida
      *>------------------------------------------------------------------------
       guardar-linha-historico section.

      *>   Linha com Data Invalida Não Entra na Apuração
           move ws-hist-data to ws-conv-data-ddmmaaaa
           perform converter-data-aamd
           if  ws-conv-data-invalida then
               go to guardar-linha-historico-exit
           end-if

      *>   Interpretar a Linha no Layout Novo (Com o Codigo do Jogador) ou no
      *>   Antigo (Sem Codigo), Presente nos Historicos Mais Velhos
           if  ws-hist-codigo is numeric
           and ws-hist-pontos is numeric  then
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
           end-if

           if  ws-qtd-linhas >= 9999 then
               move 13                                   to ws-msn-erro-ofsset
               move zero                                 to ws-msn-erro-cod
               move "Tabela de Linhas Cheia (9999)     "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-linhas
           move ws-conv-data-aamd-num to ws-ht-aamd(ws-qtd-linhas)
           move ws-apur-codigo        to ws-ht-codigo(ws-qtd-linhas)
           move ws-apur-nome          to ws-ht-nome(ws-qtd-linhas)
           move ws-apur-pontos        to ws-ht-pontos(ws-qtd-linhas)
           move ws-apur-sessao        to ws-ht-sessao(ws-qtd-linhas)
           move ws-apur-pontos        to ws-ht-pontos-liga(ws-qtd-linhas)
           move "N"                   to ws-ht-temporada(ws-qtd-linhas)

           .
       guardar-linha-historico-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Carga dos Ajustes de Pontuação em Memoria
      *>------------------------------------------------------------------------
       carregar-ajustes section.

           open input arqAjustes
      *>   Sem o Arquivo Nenhum Ajuste Foi Lançado Ainda - Não é Situação de Erro
           if  ws-fs-arqAjustes = 35 then
               go to carregar-ajustes-exit
           end-if
           if  ws-fs-arqAjustes <> 0 then
               move 14                                  to ws-msn-erro-ofsset
               move ws-fs-arqAjustes                    to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqAjustes    " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqAjustes = 10

               read arqAjustes

               if  ws-fs-arqAjustes = 0 then
                   add 1 to ws-tot-linhas-ajustes
                   move fd-linha-ajuste to ws-linha-ajuste
                   perform guardar-linha-ajuste
               else
                   if  ws-fs-arqAjustes <> 10 then
                       move 15                                  to ws-msn-erro-ofsset
                       move ws-fs-arqAjustes                    to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqAjustes      " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqAjustes
           if  ws-fs-arqAjustes <> 0 then
               move 16                                  to ws-msn-erro-ofsset
               move ws-fs-arqAjustes                    to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqAjustes   " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       carregar-ajustes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Guarda um Ajuste Valido na Tabela
      *>------------------------------------------------------------------------
       guardar-linha-ajuste section.

           if  ws-aj-codigo is not numeric
           or  ws-aj-pontos is not numeric then
               go to guardar-linha-ajuste-exit
           end-if

           move ws-aj-data-sessao to ws-conv-data-ddmmaaaa
           perform converter-data-aamd
           if  ws-conv-data-invalida then
               go to guardar-linha-ajuste-exit
           end-if

           if  ws-qtd-ajustes >= 2000 then
               move 17                                   to ws-msn-erro-ofsset
               move zero                                 to ws-msn-erro-cod
               move "Tabela de Ajustes Cheia (2000)    "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-ajustes
           move ws-aj-numero          to ws-at-numero(ws-qtd-ajustes)
           move ws-aj-codigo          to ws-at-codigo(ws-qtd-ajustes)
           move ws-aj-data-sessao     to ws-at-data(ws-qtd-ajustes)
           move ws-conv-data-aamd-num to ws-at-aamd(ws-qtd-ajustes)
           if  ws-aj-sessao is numeric then
               move ws-aj-sessao      to ws-at-sessao(ws-qtd-ajustes)
           else
               move zero              to ws-at-sessao(ws-qtd-ajustes)
           end-if
           move ws-aj-pontos          to ws-at-pontos(ws-qtd-ajustes)
           move ws-aj-nome            to ws-at-nome(ws-qtd-ajustes)
           move ws-aj-motivo          to ws-at-motivo(ws-qtd-ajustes)

           .
       guardar-linha-ajuste-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Resolve o Departamento de um Codigo Pelo Registro Permanente -
      *>    Codigo Zero, Orfão ou Sem Departamento Cai em "Sem Depto"
      *>------------------------------------------------------------------------
       resolver-depto section.

           move "Sem Depto" to ws-apur-depto
           if  ws-apur-codigo > zero then
               move zero to ws-ind-achado
               perform varying ws-ind-cad from 1 by 1 until ws-ind-cad > ws-qtd-cadastrados
                                                         or ws-ind-achado > zero
                   if  ws-cad-codigo(ws-ind-cad) = ws-apur-codigo then
                       move ws-ind-cad to ws-ind-achado
                   end-if
               end-perform
               if  ws-ind-achado > zero
               and ws-cad-depto(ws-ind-achado) <> space  then
                   move ws-cad-depto(ws-ind-achado) to ws-apur-depto
               end-if
           end-if

           .
       resolver-depto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Ranking Acumulado do Historico Inteiro - Total de Pontos (com os
      *>    Ajustes, Nunca Abaixo de Zero), Desempate Pela Melhor Sessão
      *>------------------------------------------------------------------------
       apurar-ranking-acumulado section.

           perform varying ws-ind-lin from 1 by 1 until ws-ind-lin > ws-qtd-linhas

               move ws-ht-codigo(ws-ind-lin) to ws-apur-codigo
               move ws-ht-nome(ws-ind-lin)   to ws-apur-nome

      *>       Pelo Codigo Quando a Linha Tem Codigo, Senão Pelo Nome Entre as
      *>       Linhas Sem Codigo
               move zero to ws-ind-achado
               perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-qtd-jogadores
                                                         or ws-ind-achado > zero
                   if  (ws-apur-codigo > zero
                   and  ws-rank-codigo(ws-ind-jog) = ws-apur-codigo)
                   or  (ws-apur-codigo = zero
                   and  ws-rank-codigo(ws-ind-jog) = zero
                   and  ws-rank-nome(ws-ind-jog) = ws-apur-nome)  then
                       move ws-ind-jog to ws-ind-achado
                   end-if
               end-perform

      *>       Linha com Codigo Pode Completar um Jogador do Historico Antigo
      *>       (Sem Codigo) com o Mesmo Nome - Ai o Registro Adota o Codigo
               if  ws-ind-achado = zero
               and ws-apur-codigo > zero  then
                   perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-qtd-jogadores
                                                             or ws-ind-achado > zero
                       if  ws-rank-codigo(ws-ind-jog) = zero
                       and ws-rank-nome(ws-ind-jog) = ws-apur-nome  then
                           move ws-ind-jog      to ws-ind-achado
                           move ws-apur-codigo  to ws-rank-codigo(ws-ind-achado)
                           perform resolver-depto
                           move ws-apur-depto   to ws-rank-depto(ws-ind-jog)
                           move ws-ind-jog      to ws-ind-achado
                       end-if
                   end-perform
               end-if

               if  ws-ind-achado = zero then
                   perform abrir-jogador-ranking
               end-if

               add ws-ht-pontos(ws-ind-lin) to ws-rank-total(ws-ind-achado)
               add 1                        to ws-rank-sessoes(ws-ind-achado)
               if  ws-ht-pontos(ws-ind-lin) > ws-rank-melhor(ws-ind-achado) then
                   move ws-ht-pontos(ws-ind-lin) to ws-rank-melhor(ws-ind-achado)
               end-if

           end-perform

      *>   Ajustes Sempre Têm Codigo - Jogador Sem Linha Entra Pelo Nome do Ajuste
           perform varying ws-ind-aj from 1 by 1 until ws-ind-aj > ws-qtd-ajustes

               move ws-at-codigo(ws-ind-aj) to ws-apur-codigo
               move ws-at-nome(ws-ind-aj)   to ws-apur-nome

               move zero to ws-ind-achado
               perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-qtd-jogadores
                                                         or ws-ind-achado > zero
                   if  ws-rank-codigo(ws-ind-jog) = ws-apur-codigo then
                       move ws-ind-jog to ws-ind-achado
                   end-if
               end-perform

               if  ws-ind-achado = zero then
                   perform abrir-jogador-ranking
               end-if

               add ws-at-pontos(ws-ind-aj) to ws-rank-ajuste(ws-ind-achado)

           end-perform

           perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-qtd-jogadores
               compute ws-pontos-ajustados = ws-rank-total(ws-ind-jog)
                                           + ws-rank-ajuste(ws-ind-jog)
               if  ws-pontos-ajustados < zero then
                   move zero to ws-pontos-ajustados
               end-if
               move ws-pontos-ajustados to ws-rank-total(ws-ind-jog)
           end-perform

      *>   Ordenação por Total de Pontos Decrescente, Desempate Pela Melhor Sessão
           set trocou to true
           perform until nao_trocou

               move 1         to ws-ind-jog
               set nao_trocou to true

               perform until ws-ind-jog >= ws-qtd-jogadores

                   if  ws-rank-total(ws-ind-jog) < ws-rank-total(ws-ind-jog + 1)
                   or (ws-rank-total(ws-ind-jog) = ws-rank-total(ws-ind-jog + 1)
                   and ws-rank-melhor(ws-ind-jog) < ws-rank-melhor(ws-ind-jog + 1))  then
      *>               FAZ TROCA...
                       move ws-ranking(ws-ind-jog + 1)  to  ws-ranking-aux
                       move ws-ranking(ws-ind-jog)      to  ws-ranking(ws-ind-jog + 1)
                       move ws-ranking-aux              to  ws-ranking(ws-ind-jog)

                       set trocou to true
                   end-if

                   add 1 to ws-ind-jog

               end-perform

           end-perform

           .
       apurar-ranking-acumulado-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Abre uma Posição Nova no Ranking Acumulado (ws-apur-codigo/nome)
      *>------------------------------------------------------------------------
       abrir-jogador-ranking section.

           if  ws-qtd-jogadores >= 999 then
               move 18                                   to ws-msn-erro-ofsset
               move zero                                 to ws-msn-erro-cod
               move "Tabela de Ranking Cheia (999 Jog.)"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-jogadores
           move ws-qtd-jogadores to ws-ind-jog
           perform resolver-depto
           move ws-apur-codigo   to ws-rank-codigo(ws-ind-jog)
           move ws-apur-nome     to ws-rank-nome(ws-ind-jog)
           move ws-apur-depto    to ws-rank-depto(ws-ind-jog)
           move zero             to ws-rank-total(ws-ind-jog)
           move zero             to ws-rank-sessoes(ws-ind-jog)
           move zero             to ws-rank-melhor(ws-ind-jog)
           move zero             to ws-rank-ajuste(ws-ind-jog)
           move ws-ind-jog       to ws-ind-achado

           .
       abrir-jogador-ranking-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Ranking por Departamento do Historico Inteiro - Total de Pontos
      *>    (com os Ajustes), Desempate Pelos Pontos por Jogador
      *>------------------------------------------------------------------------
       apurar-ranking-depto section.

           perform varying ws-ind-lin from 1 by 1 until ws-ind-lin > ws-qtd-linhas

               move ws-ht-codigo(ws-ind-lin) to ws-apur-codigo
               move ws-ht-nome(ws-ind-lin)   to ws-apur-nome
               perform resolver-depto
               perform localizar-depto

               add ws-ht-pontos(ws-ind-lin) to ws-dep-pontos(ws-ind-dep)
               add 1                        to ws-dep-sessoes(ws-ind-dep)

      *>       Contar o Jogador Como Participante Distinto do Departamento
               move zero to ws-ind-achado
               perform varying ws-ind-part from 1 by 1 until ws-ind-part > ws-qtd-participantes
                                                          or ws-ind-achado > zero
                   if  ws-part-depto(ws-ind-part) = ws-apur-depto
                   and ((ws-apur-codigo > zero
                   and   ws-part-codigo(ws-ind-part) = ws-apur-codigo)
                   or   (ws-apur-codigo = zero
                   and   ws-part-codigo(ws-ind-part) = zero
                   and   ws-part-nome(ws-ind-part) = ws-apur-nome))  then
                       move ws-ind-part to ws-ind-achado
                   end-if
               end-perform

               if  ws-ind-achado = zero
               and ws-qtd-participantes < 999  then
                   add 1 to ws-qtd-participantes
                   move ws-apur-codigo to ws-part-codigo(ws-qtd-participantes)
                   move ws-apur-nome   to ws-part-nome(ws-qtd-participantes)
                   move ws-apur-depto  to ws-part-depto(ws-qtd-participantes)
                   add 1 to ws-dep-jogadores(ws-ind-dep)
               end-if

           end-perform

           perform varying ws-ind-aj from 1 by 1 until ws-ind-aj > ws-qtd-ajustes
               move ws-at-codigo(ws-ind-aj) to ws-apur-codigo
               perform resolver-depto
               perform localizar-depto
               add ws-at-pontos(ws-ind-aj) to ws-dep-ajuste(ws-ind-dep)
           end-perform

           perform varying ws-ind-dep from 1 by 1 until ws-ind-dep > ws-qtd-deptos
               compute ws-pontos-ajustados = ws-dep-pontos(ws-ind-dep)
                                           + ws-dep-ajuste(ws-ind-dep)
               if  ws-pontos-ajustados < zero then
                   move zero to ws-pontos-ajustados
               end-if
               move ws-pontos-ajustados to ws-dep-pontos(ws-ind-dep)
               if  ws-dep-jogadores(ws-ind-dep) > zero then
                   compute ws-dep-media(ws-ind-dep) =
                           ws-dep-pontos(ws-ind-dep) / ws-dep-jogadores(ws-ind-dep)
               else
                   move zero to ws-dep-media(ws-ind-dep)
               end-if
           end-perform

           set trocou to true
           perform until nao_trocou

               move 1         to ws-ind-dep
               set nao_trocou to true

               perform until ws-ind-dep >= ws-qtd-deptos

                   if  ws-dep-pontos(ws-ind-dep) < ws-dep-pontos(ws-ind-dep + 1)
                   or (ws-dep-pontos(ws-ind-dep) = ws-dep-pontos(ws-ind-dep + 1)
                   and ws-dep-media(ws-ind-dep) < ws-dep-media(ws-ind-dep + 1))  then
      *>               FAZ TROCA...
                       move ws-deptos(ws-ind-dep + 1)  to  ws-deptos-aux
                       move ws-deptos(ws-ind-dep)      to  ws-deptos(ws-ind-dep + 1)
                       move ws-deptos-aux              to  ws-deptos(ws-ind-dep)

                       set trocou to true
                   end-if

                   add 1 to ws-ind-dep

               end-perform

           end-perform

           .
       apurar-ranking-depto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Procura (ou Abre) o Departamento ws-apur-depto - Indice em ws-ind-dep
      *>------------------------------------------------------------------------
       localizar-depto section.

           move zero to ws-ind-achado
           perform varying ws-ind-dep from 1 by 1 until ws-ind-dep > ws-qtd-deptos
                                                     or ws-ind-achado > zero
               if  ws-dep-nome(ws-ind-dep) = ws-apur-depto then
                   move ws-ind-dep to ws-ind-achado
               end-if
           end-perform

           if  ws-ind-achado = zero then
               if  ws-qtd-deptos >= 50 then
                   move 19                                   to ws-msn-erro-ofsset
                   move zero                                 to ws-msn-erro-cod
                   move "Tabela de Departamentos Cheia (50)"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-deptos
               move ws-qtd-deptos to ws-ind-achado
               move ws-apur-depto to ws-dep-nome(ws-ind-achado)
               move zero          to ws-dep-pontos(ws-ind-achado)
               move zero          to ws-dep-sessoes(ws-ind-achado)
               move zero          to ws-dep-jogadores(ws-ind-achado)
               move zero          to ws-dep-media(ws-ind-achado)
               move zero          to ws-dep-ajuste(ws-ind-achado)
           end-if

           move ws-ind-achado to ws-ind-dep

           .
       localizar-depto-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Leitura do Registro "S" da Temporada Corrente - Sem o Arquivo ou Sem
      *>    o Registro o Extrato Apenas Informa Que Não Há Temporada Definida
      *>------------------------------------------------------------------------
       carregar-temporada section.

           open input arqTemporada
           if  ws-fs-arqTemporada = 35 then
               go to carregar-temporada-exit
           end-if
           if  ws-fs-arqTemporada <> 0 then
               move 20                                   to ws-msn-erro-ofsset
               move ws-fs-arqTemporada                   to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqTemporada   "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqTemporada = 10

               read arqTemporada

               if  ws-fs-arqTemporada = 0 then
                   move fd-linha-temporada to ws-linha-temporada
                   if  ws-temp-tipo = "S" then
                       perform carregar-definicao-temporada
                   end-if
               else
                   if  ws-fs-arqTemporada <> 10 then
                       move 21                                   to ws-msn-erro-ofsset
                       move ws-fs-arqTemporada                   to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqTemporada    "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqTemporada
           if  ws-fs-arqTemporada <> 0 then
               move 22                                   to ws-msn-erro-ofsset
               move ws-fs-arqTemporada                   to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqTemporada  "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       carregar-temporada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Nome e Periodo da Temporada - Datas Invalidas Deixam a Temporada
      *>    Fora do Extrato (a Tabela da Liga Aponta o Erro na Sua Execução)
      *>------------------------------------------------------------------------
       carregar-definicao-temporada section.

           move "N" to ws-liga-situacao

           move ws-temp-inicio to ws-conv-data-ddmmaaaa
           perform converter-data-aamd
           if  ws-conv-data-invalida then
               go to carregar-definicao-temporada-exit
           end-if
           move ws-conv-data-aamd-num to ws-liga-inicio-aamd

           move ws-temp-fim to ws-conv-data-ddmmaaaa
           perform converter-data-aamd
           if  ws-conv-data-invalida then
               go to carregar-definicao-temporada-exit
           end-if
           move ws-conv-data-aamd-num to ws-liga-fim-aamd

           if  ws-liga-inicio-aamd > ws-liga-fim-aamd then
               go to carregar-definicao-temporada-exit
           end-if

           move ws-temp-nome   to ws-liga-nome
           move ws-temp-inicio to ws-liga-inicio
           move ws-temp-fim    to ws-liga-fim
           set ws-liga-definida to true

           .
       carregar-definicao-temporada-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Tabela da Liga da Temporada Corrente (Mesmas Regras da Tabela da
      *>    Liga Impressa) - Ajustes Corrigem os Pontos da Linha Antes da
      *>    Colocação na Sessão; Colocação Vale 3/2/1 Pontos de Liga
      *>------------------------------------------------------------------------
       apurar-liga section.

      *>   Marcar as Linhas da Temporada e Montar a Lista de Sessões Distintas
           perform varying ws-ind-lin from 1 by 1 until ws-ind-lin > ws-qtd-linhas
               if  ws-ht-aamd(ws-ind-lin) >= ws-liga-inicio-aamd
               and ws-ht-aamd(ws-ind-lin) <= ws-liga-fim-aamd  then
                   move "S" to ws-ht-temporada(ws-ind-lin)
                   perform guardar-sessao-liga
               end-if
           end-perform

      *>   Aplicar os Ajustes da Temporada na Linha do Jogador da Sessão
           perform varying ws-ind-aj from 1 by 1 until ws-ind-aj > ws-qtd-ajustes
               if  ws-at-aamd(ws-ind-aj) >= ws-liga-inicio-aamd
               and ws-at-aamd(ws-ind-aj) <= ws-liga-fim-aamd  then
                   perform aplicar-ajuste-liga
               end-if
           end-perform

           perform varying ws-ind-ses from 1 by 1 until ws-ind-ses > ws-qtd-sessoes-liga
               perform apurar-sessao-liga
           end-perform

      *>   Pontos de Colocação Decrescentes, Desempate Pelos Pontos Brutos
           set trocou to true
           perform until nao_trocou

               move 1         to ws-ind-liga
               set nao_trocou to true

               perform until ws-ind-liga >= ws-qtd-liga

                   if  ws-liga-pts-colocacao(ws-ind-liga) < ws-liga-pts-colocacao(ws-ind-liga + 1)
                   or (ws-liga-pts-colocacao(ws-ind-liga) = ws-liga-pts-colocacao(ws-ind-liga + 1)
                   and ws-liga-pts-brutos(ws-ind-liga) < ws-liga-pts-brutos(ws-ind-liga + 1))  then
      *>               FAZ TROCA...
                       move ws-liga(ws-ind-liga + 1)  to  ws-liga-aux
                       move ws-liga(ws-ind-liga)      to  ws-liga(ws-ind-liga + 1)
                       move ws-liga-aux               to  ws-liga(ws-ind-liga)

                       set trocou to true
                   end-if

                   add 1 to ws-ind-liga

               end-perform

           end-perform

           .
       apurar-liga-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Guarda a Sessão da Linha na Lista da Temporada, se Ainda Não Estiver
      *>------------------------------------------------------------------------
       guardar-sessao-liga section.

           move zero to ws-ind-achado
           perform varying ws-ind-ses from 1 by 1 until ws-ind-ses > ws-qtd-sessoes-liga
                                                     or ws-ind-achado > zero
               if  ws-sl-numero(ws-ind-ses) = ws-ht-sessao(ws-ind-lin)
               and (ws-ht-sessao(ws-ind-lin) > zero
                or  ws-sl-aamd(ws-ind-ses) = ws-ht-aamd(ws-ind-lin))  then
                   move ws-ind-ses to ws-ind-achado
               end-if
           end-perform

           if  ws-ind-achado = zero then
               if  ws-qtd-sessoes-liga >= 400 then
                   move 23                                   to ws-msn-erro-ofsset
                   move zero                                 to ws-msn-erro-cod
                   move "Tabela de Sessoes Cheia (400)     "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-sessoes-liga
               move ws-ht-sessao(ws-ind-lin) to ws-sl-numero(ws-qtd-sessoes-liga)
               move ws-ht-aamd(ws-ind-lin)   to ws-sl-aamd(ws-qtd-sessoes-liga)
           end-if

           .
       guardar-sessao-liga-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Aplica um Ajuste na Linha do Jogador da Sessão - Pelo Numero da Sessão,
      *>   ou Pela Data Quando o Ajuste é de Linha Sem Numero de Sessão
      *>------------------------------------------------------------------------
       aplicar-ajuste-liga section.

           move zero to ws-ind-achado
           perform varying ws-ind-lin from 1 by 1 until ws-ind-lin > ws-qtd-linhas
                                                     or ws-ind-achado > zero
               if  ws-ht-na-temporada(ws-ind-lin)
               and ws-ht-codigo(ws-ind-lin) = ws-at-codigo(ws-ind-aj)
               and ws-ht-sessao(ws-ind-lin) = ws-at-sessao(ws-ind-aj)
               and (ws-at-sessao(ws-ind-aj) > zero
                or  ws-ht-aamd(ws-ind-lin) = ws-at-aamd(ws-ind-aj))  then
                   move ws-ind-lin to ws-ind-achado
               end-if
           end-perform

           if  ws-ind-achado = zero then
               go to aplicar-ajuste-liga-exit
           end-if

           compute ws-pontos-ajustados = ws-ht-pontos-liga(ws-ind-achado)
                                       + ws-at-pontos(ws-ind-aj)
           if  ws-pontos-ajustados < zero then
               move zero to ws-pontos-ajustados
           end-if
           if  ws-pontos-ajustados > 99 then
               move 99   to ws-pontos-ajustados
           end-if
           move ws-pontos-ajustados to ws-ht-pontos-liga(ws-ind-achado)

           .
       aplicar-ajuste-liga-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Apura uma Sessão da Temporada - Ordem de Chegada em Pontos de Liga
      *>------------------------------------------------------------------------
       apurar-sessao-liga section.

           move zero to ws-qtd-sessao-jog
           perform varying ws-ind-lin from 1 by 1 until ws-ind-lin > ws-qtd-linhas
               if  ws-ht-na-temporada(ws-ind-lin)
               and ws-ht-sessao(ws-ind-lin) = ws-sl-numero(ws-ind-ses)
               and (ws-sl-numero(ws-ind-ses) > zero
                or  ws-ht-aamd(ws-ind-lin) = ws-sl-aamd(ws-ind-ses))
               and ws-qtd-sessao-jog < 99  then
                   add 1 to ws-qtd-sessao-jog
                   move ws-ht-codigo(ws-ind-lin)      to ws-sjog-codigo(ws-qtd-sessao-jog)
                   move ws-ht-nome(ws-ind-lin)        to ws-sjog-nome(ws-qtd-sessao-jog)
                   move ws-ht-pontos-liga(ws-ind-lin) to ws-sjog-pontos(ws-qtd-sessao-jog)
               end-if
           end-perform

           set trocou to true
           perform until nao_trocou

               move 1         to ws-ind-sjog
               set nao_trocou to true

               perform until ws-ind-sjog >= ws-qtd-sessao-jog

                   if  ws-sjog-pontos(ws-ind-sjog) < ws-sjog-pontos(ws-ind-sjog + 1) then
      *>               FAZ TROCA...
                       move ws-sessao-jog(ws-ind-sjog + 1)  to  ws-sessao-jog-aux
                       move ws-sessao-jog(ws-ind-sjog)      to  ws-sessao-jog(ws-ind-sjog + 1)
                       move ws-sessao-jog-aux               to  ws-sessao-jog(ws-ind-sjog)

                       set trocou to true
                   end-if

                   add 1 to ws-ind-sjog

               end-perform

           end-perform

      *>   Jogador com os Mesmos Pontos do Anterior Herda a Mesma Colocação
           move zero to ws-colocacao-atual
           perform varying ws-ind-sjog from 1 by 1 until ws-ind-sjog > ws-qtd-sessao-jog

               if  ws-ind-sjog = 1 then
                   move 1 to ws-colocacao-atual
               else
                   if  ws-sjog-pontos(ws-ind-sjog) < ws-sjog-pontos(ws-ind-sjog - 1) then
                       move ws-ind-sjog to ws-colocacao-atual
                   end-if
               end-if

               if  ws-colocacao-atual <= 3 then
                   move ws-pts-colocacao(ws-colocacao-atual) to ws-pts-rodada
               else
                   move zero to ws-pts-rodada
               end-if

               perform acumular-jogador-liga

           end-perform

           .
       apurar-sessao-liga-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Acumula o Jogador da Sessão na Tabela da Liga - Pelo Codigo, ou
      *>   Pelo Nome nas Linhas Sem Codigo (Historico Antigo)
      *>------------------------------------------------------------------------
       acumular-jogador-liga section.

           move zero to ws-ind-achado
           perform varying ws-ind-liga from 1 by 1 until ws-ind-liga > ws-qtd-liga
                                                      or ws-ind-achado > zero
               if  (ws-sjog-codigo(ws-ind-sjog) > zero
               and  ws-liga-codigo(ws-ind-liga) = ws-sjog-codigo(ws-ind-sjog))
               or  (ws-sjog-codigo(ws-ind-sjog) = zero
               and  ws-liga-codigo(ws-ind-liga) = zero
               and  ws-liga-jog-nome(ws-ind-liga) = ws-sjog-nome(ws-ind-sjog))  then
                   move ws-ind-liga to ws-ind-achado
               end-if
           end-perform

           if  ws-ind-achado = zero then
               if  ws-qtd-liga >= 999 then
                   move 24                                   to ws-msn-erro-ofsset
                   move zero                                 to ws-msn-erro-cod
                   move "Tabela da Liga Cheia (999 Jog.)   "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-liga
               move ws-qtd-liga                  to ws-ind-achado
               move ws-sjog-codigo(ws-ind-sjog)  to ws-liga-codigo(ws-ind-achado)
               move ws-sjog-nome(ws-ind-sjog)    to ws-liga-jog-nome(ws-ind-achado)
               move zero                         to ws-liga-rodadas(ws-ind-achado)
               move zero                         to ws-liga-pts-colocacao(ws-ind-achado)
               move zero                         to ws-liga-pts-brutos(ws-ind-achado)
           end-if

           add 1                            to ws-liga-rodadas(ws-ind-achado)
           add ws-pts-rodada                to ws-liga-pts-colocacao(ws-ind-achado)
           add ws-sjog-pontos(ws-ind-sjog)  to ws-liga-pts-brutos(ws-ind-achado)

           .
       acumular-jogador-liga-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Emissão do Extrato de um Jogador (ws-ind-cad) em Arquivo Proprio
      *>------------------------------------------------------------------------
       emitir-extrato section.

           move ws-cad-codigo(ws-ind-cad)   to ws-ja-codigo
           move ws-cad-nome(ws-ind-cad)     to ws-ja-nome
           move ws-cad-situacao(ws-ind-cad) to ws-ja-situacao
           if  ws-cad-depto(ws-ind-cad) = space then
               move "Sem Depto"               to ws-ja-depto
           else
               move ws-cad-depto(ws-ind-cad)  to ws-ja-depto
           end-if

           perform apurar-meses-jogador
           perform ler-log-jogador
           perform ordenar-meses
           perform ordenar-itens
           perform localizar-posicoes

           move ws-ja-codigo to ws-nx-codigo
           open output arqExtratoJogador
           if  ws-fs-arqExtratoJogador <> 0 then
               move 25                                        to ws-msn-erro-ofsset
               move ws-fs-arqExtratoJogador                   to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqExtratoJogador "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform gravar-cabecalho-extrato
           perform gravar-meses
           perform gravar-regioes
           perform gravar-itens
           perform gravar-posicoes
           perform gravar-liga-jogador
           perform gravar-ajustes-jogador

           close arqExtratoJogador
           if  ws-fs-arqExtratoJogador <> 0 then
               move 26                                        to ws-msn-erro-ofsset
               move ws-fs-arqExtratoJogador                   to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqExtratoJogador"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Uma Linha na Pagina de Controle Para Cada Extrato Produzido
           add 1 to ws-tot-extratos
           if  ws-tj-sessoes = zero then
               add 1 to ws-tot-sem-sessao
           end-if
           if  ws-tj-respostas = zero then
               add 1 to ws-tot-sem-respostas
           end-if

           move ws-ja-codigo    to ws-lct-codigo
           move ws-ja-nome      to ws-lct-nome
           move ws-ja-depto     to ws-lct-depto
           move ws-tj-sessoes   to ws-lct-sessoes
           move ws-nome-extrato to ws-lct-arquivo
           move ws-linha-controle to ws-linha-saida
           perform gravar-linha-controle

           .
       emitir-extrato-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Sessões e Pontos do Jogador Mes a Mes, Pelo Historico - Pelo Codigo,
      *>    ou Pelo Nome nas Linhas Sem Codigo - e os Ajustes da Sessão
      *>------------------------------------------------------------------------
       apurar-meses-jogador section.

           move zero to ws-qtd-meses
           move zero to ws-qtd-regioes
           move zero to ws-qtd-itens
           initialize ws-totais-jogador

           perform varying ws-ind-lin from 1 by 1 until ws-ind-lin > ws-qtd-linhas
               if  ws-ht-codigo(ws-ind-lin) = ws-ja-codigo
               or (ws-ht-codigo(ws-ind-lin) = zero
               and ws-ht-nome(ws-ind-lin) = ws-ja-nome)  then
                   compute ws-apur-aamm = ws-ht-aamd(ws-ind-lin) / 100
                   perform localizar-mes
                   add 1                        to ws-ms-sessoes(ws-ind-mes)
                   add ws-ht-pontos(ws-ind-lin) to ws-ms-pontos(ws-ind-mes)
                   if  ws-ht-pontos(ws-ind-lin) > ws-ms-melhor(ws-ind-mes) then
                       move ws-ht-pontos(ws-ind-lin) to ws-ms-melhor(ws-ind-mes)
                   end-if
                   add 1                        to ws-tj-sessoes
                   add ws-ht-pontos(ws-ind-lin) to ws-tj-pontos
                   if  ws-ht-pontos(ws-ind-lin) > ws-tj-melhor then
                       move ws-ht-pontos(ws-ind-lin) to ws-tj-melhor
                   end-if
               end-if
           end-perform

      *>   O Ajuste Conta no Mes da Sessão Contestada, Não no do Lançamento
           perform varying ws-ind-aj from 1 by 1 until ws-ind-aj > ws-qtd-ajustes
               if  ws-at-codigo(ws-ind-aj) = ws-ja-codigo then
                   compute ws-apur-aamm = ws-at-aamd(ws-ind-aj) / 100
                   perform localizar-mes
                   add ws-at-pontos(ws-ind-aj) to ws-ms-ajuste(ws-ind-mes)
                   add ws-at-pontos(ws-ind-aj) to ws-tj-ajuste
                   add 1                       to ws-tj-qtd-ajustes
               end-if
           end-perform

           .
       apurar-meses-jogador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Procura (ou Abre) o Mes ws-apur-aamm do Jogador - Indice em ws-ind-mes
      *>------------------------------------------------------------------------
       localizar-mes section.

           move zero to ws-ind-achado
           perform varying ws-ind-mes from 1 by 1 until ws-ind-mes > ws-qtd-meses
                                                     or ws-ind-achado > zero
               if  ws-ms-aamm(ws-ind-mes) = ws-apur-aamm then
                   move ws-ind-mes to ws-ind-achado
               end-if
           end-perform

           if  ws-ind-achado = zero then
               if  ws-qtd-meses >= 240 then
                   move 27                                   to ws-msn-erro-ofsset
                   move zero                                 to ws-msn-erro-cod
                   move "Tabela de Meses Cheia (240)       "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-meses
               move ws-qtd-meses to ws-ind-achado
               initialize ws-meses(ws-ind-achado)
               move ws-apur-aamm to ws-ms-aamm(ws-ind-achado)
           end-if

           move ws-ind-achado to ws-ind-mes

           .
       localizar-mes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Leitura do Log de Respostas Para o Jogador do Extrato - Tempo de
      *>    Resposta Mes a Mes, Acertos por Região e por Item do Deck
      *>------------------------------------------------------------------------
       ler-log-jogador section.

           open input arqLogRespostas
      *>   Sem o Log o Extrato Sai Sem os Quadros de Respostas
           if  ws-fs-arqLogRespostas = 35 then
               go to ler-log-jogador-exit
           end-if
           if  ws-fs-arqLogRespostas <> 0 then
               move 28                                    to ws-msn-erro-ofsset
               move ws-fs-arqLogRespostas                 to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqLogRespostas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqLogRespostas = 10

               read arqLogRespostas

               if  ws-fs-arqLogRespostas = 0 then
                   move fd-linha-log-resposta to ws-linha-log-resposta
                   perform acumular-linha-log
               else
                   if  ws-fs-arqLogRespostas <> 10 then
                       move 29                                    to ws-msn-erro-ofsset
                       move ws-fs-arqLogRespostas                 to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqLogRespostas  "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqLogRespostas
           if  ws-fs-arqLogRespostas <> 0 then
               move 30                                    to ws-msn-erro-ofsset
               move ws-fs-arqLogRespostas                 to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqLogRespostas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       ler-log-jogador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Acumula uma Linha do Log do Jogador - Pelo Codigo, ou Pelo Nome nas
      *>    Linhas Antigas Sem Codigo; Erro Anulado por Ajuste Conta Como Acerto
      *>------------------------------------------------------------------------
       acumular-linha-log section.

           if  ws-log-codigo is numeric then
               if  ws-log-codigo <> ws-ja-codigo then
                   go to acumular-linha-log-exit
               end-if
           else
               if  ws-log-nome <> ws-ja-nome then
                   go to acumular-linha-log-exit
               end-if
           end-if

      *>   Linha com Data Invalida ou Sem Tempo Numerico Não Entra na Apuração
           move ws-log-data to ws-conv-data-ddmmaaaa
           perform converter-data-aamd
           if  ws-conv-data-invalida
           or  ws-log-segundos is not numeric
           or  ws-log-estado = space  then
               go to acumular-linha-log-exit
           end-if

           move "N" to ws-apur-acerto
           if  ws-log-resultado = "C" then
               move "S" to ws-apur-acerto
           end-if
           if  ws-log-resultado = "E"
           and ws-log-ajuste <> space  then
               move "S" to ws-apur-acerto
               add 1 to ws-tj-anuladas
           end-if

           compute ws-apur-aamm = ws-conv-data-aamd-num / 100
           perform localizar-mes
           add 1               to ws-ms-respostas(ws-ind-mes)
           add ws-log-segundos to ws-ms-segundos(ws-ind-mes)
           if  ws-apur-acertou then
               add 1 to ws-ms-acertos(ws-ind-mes)
           end-if

           add 1               to ws-tj-respostas
           add ws-log-segundos to ws-tj-segundos
           if  ws-apur-acertou then
               add 1 to ws-tj-acertos
           end-if

      *>   Região da Pergunta
           move zero to ws-ind-achado
           perform varying ws-ind-rg from 1 by 1 until ws-ind-rg > ws-qtd-regioes
                                                    or ws-ind-achado > zero
               if  ws-rg-regiao(ws-ind-rg) = ws-log-regiao then
                   move ws-ind-rg to ws-ind-achado
               end-if
           end-perform

           if  ws-ind-achado = zero then
               if  ws-qtd-regioes >= 30 then
                   move 31                                   to ws-msn-erro-ofsset
                   move zero                                 to ws-msn-erro-cod
                   move "Tabela de Regioes Cheia (30)      "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-regioes
               move ws-qtd-regioes to ws-ind-achado
               initialize ws-regioes(ws-ind-achado)
               move ws-log-regiao  to ws-rg-regiao(ws-ind-achado)
           end-if

           add 1               to ws-rg-qtd(ws-ind-achado)
           add ws-log-segundos to ws-rg-segundos(ws-ind-achado)
           if  ws-apur-acertou then
               add 1 to ws-rg-acertos(ws-ind-achado)
           end-if

      *>   Item do Deck (Deck + Pergunta)
           move zero to ws-ind-achado
           perform varying ws-ind-it from 1 by 1 until ws-ind-it > ws-qtd-itens
                                                    or ws-ind-achado > zero
               if  ws-it-deck(ws-ind-it)   = ws-log-deck
               and ws-it-estado(ws-ind-it) = ws-log-estado  then
                   move ws-ind-it to ws-ind-achado
               end-if
           end-perform

           if  ws-ind-achado = zero then
               if  ws-qtd-itens >= 999 then
                   move 32                                   to ws-msn-erro-ofsset
                   move zero                                 to ws-msn-erro-cod
                   move "Tabela de Itens Cheia (999 Itens)"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-itens
               move ws-qtd-itens   to ws-ind-achado
               initialize ws-itens(ws-ind-achado)
               move ws-log-deck    to ws-it-deck(ws-ind-achado)
               move ws-log-estado  to ws-it-estado(ws-ind-achado)
           end-if

           add 1 to ws-it-qtd(ws-ind-achado)
           if  ws-apur-acertou then
               add 1 to ws-it-acertos(ws-ind-achado)
           end-if

           .
       acumular-linha-log-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Meses em Ordem Cronologica
      *>------------------------------------------------------------------------
       ordenar-meses section.

           set trocou to true
           perform until nao_trocou

               move 1         to ws-ind-mes
               set nao_trocou to true

               perform until ws-ind-mes >= ws-qtd-meses

                   if  ws-ms-aamm(ws-ind-mes) > ws-ms-aamm(ws-ind-mes + 1) then
      *>               FAZ TROCA...
                       move ws-meses(ws-ind-mes + 1)  to  ws-meses-aux
                       move ws-meses(ws-ind-mes)      to  ws-meses(ws-ind-mes + 1)
                       move ws-meses-aux              to  ws-meses(ws-ind-mes)

                       set trocou to true
                   end-if

                   add 1 to ws-ind-mes

               end-perform

           end-perform

           .
       ordenar-meses-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Itens com o Minimo de Respostas na Frente, do Maior Para o Menor
      *>    Acerto (Desempate Pela Quantidade de Respostas)
      *>------------------------------------------------------------------------
       ordenar-itens section.

           move zero to ws-qtd-itens-validos
           perform varying ws-ind-it from 1 by 1 until ws-ind-it > ws-qtd-itens
               compute ws-it-pct(ws-ind-it) =
                       (ws-it-acertos(ws-ind-it) * 100) / ws-it-qtd(ws-ind-it)
               if  ws-it-qtd(ws-ind-it) >= ws-min-respostas-item then
                   move "S" to ws-it-valido(ws-ind-it)
                   add 1 to ws-qtd-itens-validos
               else
                   move "N" to ws-it-valido(ws-ind-it)
               end-if
           end-perform

           set trocou to true
           perform until nao_trocou

               move 1         to ws-ind-it
               set nao_trocou to true

               perform until ws-ind-it >= ws-qtd-itens

                   if  (not ws-it-concorre(ws-ind-it)
                   and  ws-it-concorre(ws-ind-it + 1))
                   or  (ws-it-valido(ws-ind-it) = ws-it-valido(ws-ind-it + 1)
                   and (ws-it-pct(ws-ind-it) < ws-it-pct(ws-ind-it + 1)
                   or  (ws-it-pct(ws-ind-it) = ws-it-pct(ws-ind-it + 1)
                   and  ws-it-qtd(ws-ind-it) < ws-it-qtd(ws-ind-it + 1))))  then
      *>               FAZ TROCA...
                       move ws-itens(ws-ind-it + 1)  to  ws-itens-aux
                       move ws-itens(ws-ind-it)      to  ws-itens(ws-ind-it + 1)
                       move ws-itens-aux             to  ws-itens(ws-ind-it)

                       set trocou to true
                   end-if

                   add 1 to ws-ind-it

               end-perform

           end-perform

           .
       ordenar-itens-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Posições do Jogador no Ranking Acumulado, no Ranking por
      *>    Departamento, Dentro do Seu Departamento e na Liga da Temporada
      *>------------------------------------------------------------------------
       localizar-posicoes section.

           initialize ws-posicoes

           move zero to ws-ind-achado
           perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-qtd-jogadores
               if  ws-rank-depto(ws-ind-jog) = ws-ja-depto then
                   add 1 to ws-qtd-no-depto
               end-if
               if  ws-rank-codigo(ws-ind-jog) = ws-ja-codigo
               and ws-ind-achado = zero  then
                   move ws-ind-jog to ws-ind-achado
                   move ws-ind-jog to ws-pos-ranking
                   move ws-qtd-no-depto to ws-pos-no-depto
               end-if
           end-perform

           perform varying ws-ind-dep from 1 by 1 until ws-ind-dep > ws-qtd-deptos
               if  ws-dep-nome(ws-ind-dep) = ws-ja-depto then
                   move ws-ind-dep to ws-pos-depto
               end-if
           end-perform

           if  ws-liga-definida then
               perform varying ws-ind-liga from 1 by 1 until ws-ind-liga > ws-qtd-liga
                                                          or ws-pos-liga > zero
                   if  ws-liga-codigo(ws-ind-liga) = ws-ja-codigo then
                       move ws-ind-liga to ws-pos-liga
                   end-if
               end-perform
           end-if

           .
       localizar-posicoes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Titulo e Identificação do Jogador
      *>------------------------------------------------------------------------
       gravar-cabecalho-extrato section.

           move ws-titulo-extrato to ws-linha-saida
           perform gravar-linha-extrato

           move ws-ja-codigo to ws-cj-codigo
           move ws-ja-nome   to ws-cj-nome
           move ws-cabecalho-jogador to ws-linha-saida
           perform gravar-linha-extrato

           move ws-ja-depto to ws-cd-depto
           if  ws-ja-situacao = "A" then
               move "Ativo"   to ws-cd-situacao
           else
               move "Inativo" to ws-cd-situacao
           end-if
           move ws-cabecalho-depto to ws-linha-saida
           perform gravar-linha-extrato

           move ws-data-formatada to ws-ce-data
           move ws-cabecalho-emissao to ws-linha-saida
           perform gravar-linha-extrato

           .
       gravar-cabecalho-extrato-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Quadro Mes a Mes - Sessões, Pontos, Ajustes, Pontos por Sessão
      *>    (Já Ajustados), Melhor Sessão e Tempo Medio de Resposta
      *>------------------------------------------------------------------------
       gravar-meses section.

           move "1. Sessoes Jogadas, Pontos e Tempo de Resposta por Mes" to ws-sub-texto
           perform gravar-subtitulo

           if  ws-qtd-meses = zero then
               move "Nenhuma Sessao no Historico" to ws-ltx-texto
               move ws-linha-texto to ws-linha-saida
               perform gravar-linha-extrato
               go to gravar-meses-exit
           end-if

           move ws-cabecalho-meses to ws-linha-saida
           perform gravar-linha-extrato

           perform varying ws-ind-mes from 1 by 1 until ws-ind-mes > ws-qtd-meses
               move ws-ms-aamm(ws-ind-mes) to ws-me-aamm
               move space to ws-lms-mes
               move ws-me-mes to ws-lms-mes(1:2)
               move "/"       to ws-lms-mes(3:1)
               move ws-me-ano to ws-lms-mes(4:4)
               move ws-ms-sessoes(ws-ind-mes)   to ws-lms-sessoes
               move ws-ms-pontos(ws-ind-mes)    to ws-lms-pontos
               move ws-ms-ajuste(ws-ind-mes)    to ws-lms-ajuste
               move ws-ms-melhor(ws-ind-mes)    to ws-lms-melhor
               move ws-ms-respostas(ws-ind-mes) to ws-lms-respostas
               move zero to ws-calc-media
               if  ws-ms-sessoes(ws-ind-mes) > zero then
                   compute ws-pontos-ajustados = ws-ms-pontos(ws-ind-mes)
                                               + ws-ms-ajuste(ws-ind-mes)
                   if  ws-pontos-ajustados > zero then
                       compute ws-calc-media = ws-pontos-ajustados
                                             / ws-ms-sessoes(ws-ind-mes)
                   end-if
               end-if
               move ws-calc-media to ws-lms-media
               if  ws-ms-respostas(ws-ind-mes) > zero then
                   compute ws-lms-pct = (ws-ms-acertos(ws-ind-mes) * 100)
                                      / ws-ms-respostas(ws-ind-mes)
                   compute ws-lms-segundos = ws-ms-segundos(ws-ind-mes)
                                           / ws-ms-respostas(ws-ind-mes)
               else
                   move zero to ws-lms-pct
                   move zero to ws-lms-segundos
               end-if
               move ws-linha-mes to ws-linha-saida
               perform gravar-linha-extrato
           end-perform

      *>   Linha de Total do Quadro
           move "Total"         to ws-lms-mes
           move ws-tj-sessoes   to ws-lms-sessoes
           move ws-tj-pontos    to ws-lms-pontos
           move ws-tj-ajuste    to ws-lms-ajuste
           move ws-tj-melhor    to ws-lms-melhor
           move ws-tj-respostas to ws-lms-respostas
           move zero to ws-calc-media
           if  ws-tj-sessoes > zero then
               compute ws-pontos-ajustados = ws-tj-pontos + ws-tj-ajuste
               if  ws-pontos-ajustados > zero then
                   compute ws-calc-media = ws-pontos-ajustados / ws-tj-sessoes
               end-if
           end-if
           move ws-calc-media to ws-lms-media
           if  ws-tj-respostas > zero then
               compute ws-lms-pct = (ws-tj-acertos * 100) / ws-tj-respostas
               compute ws-lms-segundos = ws-tj-segundos / ws-tj-respostas
           else
               move zero to ws-lms-pct
               move zero to ws-lms-segundos
           end-if
           move ws-linha-branca to ws-linha-saida
           perform gravar-linha-extrato
           move ws-linha-mes to ws-linha-saida
           perform gravar-linha-extrato

           if  ws-tj-anuladas > zero then
               move "Erros Anulados por Ajuste (Contados Como Acerto)" to ws-ltt-texto
               move ws-tj-anuladas to ws-ltt-valor
               move ws-linha-total to ws-linha-saida
               perform gravar-linha-extrato
           end-if

           .
       gravar-meses-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Quadro por Região com a Melhor e a Pior Região do Jogador (Entre
      *>    as Regiões com o Minimo de Respostas)
      *>------------------------------------------------------------------------
       gravar-regioes section.

           move "2. Acertos por Regiao" to ws-sub-texto
           perform gravar-subtitulo

           if  ws-qtd-regioes = zero then
               move "Nenhuma Resposta no Log" to ws-ltx-texto
               move ws-linha-texto to ws-linha-saida
               perform gravar-linha-extrato
               go to gravar-regioes-exit
           end-if

           move zero to ws-ind-melhor
           move zero to ws-ind-pior
           perform varying ws-ind-rg from 1 by 1 until ws-ind-rg > ws-qtd-regioes
               compute ws-rg-pct(ws-ind-rg) =
                       (ws-rg-acertos(ws-ind-rg) * 100) / ws-rg-qtd(ws-ind-rg)
               if  ws-rg-qtd(ws-ind-rg) >= ws-min-respostas-regiao then
                   if  ws-ind-melhor = zero then
                       move ws-ind-rg to ws-ind-melhor
                       move ws-ind-rg to ws-ind-pior
                   else
                       if  ws-rg-pct(ws-ind-rg) > ws-rg-pct(ws-ind-melhor) then
                           move ws-ind-rg to ws-ind-melhor
                       end-if
                       if  ws-rg-pct(ws-ind-rg) < ws-rg-pct(ws-ind-pior) then
                           move ws-ind-rg to ws-ind-pior
                       end-if
                   end-if
               end-if
           end-perform

           move ws-cabecalho-regioes to ws-linha-saida
           perform gravar-linha-extrato

           perform varying ws-ind-rg from 1 by 1 until ws-ind-rg > ws-qtd-regioes
               if  ws-rg-regiao(ws-ind-rg) = space then
                   move "(Sem Regiao)"       to ws-lrg-regiao
               else
                   move ws-rg-regiao(ws-ind-rg) to ws-lrg-regiao
               end-if
               move ws-rg-qtd(ws-ind-rg)     to ws-lrg-qtd
               move ws-rg-acertos(ws-ind-rg) to ws-lrg-acertos
               move ws-rg-pct(ws-ind-rg)     to ws-lrg-pct
               compute ws-lrg-segundos = ws-rg-segundos(ws-ind-rg) / ws-rg-qtd(ws-ind-rg)
               move space to ws-lrg-marca
               if  ws-ind-rg = ws-ind-melhor then
                   move "<- Melhor" to ws-lrg-marca
               end-if
               if  ws-ind-rg = ws-ind-pior
               and ws-ind-pior <> ws-ind-melhor  then
                   move "<- Pior"   to ws-lrg-marca
               end-if
               move ws-linha-regiao to ws-linha-saida
               perform gravar-linha-extrato
           end-perform

           if  ws-ind-melhor = zero then
               move "Melhor/Pior Regiao Exigem no Minimo" to ws-lmn-texto
               move ws-min-respostas-regiao to ws-lmn-minimo
               move ws-linha-minimo to ws-linha-saida
               perform gravar-linha-extrato
           end-if

           .
       gravar-regioes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Melhores e Piores Itens do Deck (Entre os Itens com o Minimo de
      *>    Respostas) - os Piores Não Repetem Itens Já Listados Como Melhores
      *>------------------------------------------------------------------------
       gravar-itens section.

           move "3. Melhores e Piores Itens do Deck" to ws-sub-texto
           perform gravar-subtitulo

           if  ws-qtd-itens-validos = zero then
               move "Itens Listados Exigem no Minimo" to ws-lmn-texto
               move ws-min-respostas-item to ws-lmn-minimo
               move ws-linha-minimo to ws-linha-saida
               perform gravar-linha-extrato
               go to gravar-itens-exit
           end-if

           move "Melhores Itens:" to ws-ltx-texto
           move ws-linha-texto to ws-linha-saida
           perform gravar-linha-extrato
           move ws-cabecalho-itens to ws-linha-saida
           perform gravar-linha-extrato

           move ws-qtd-itens-listados to ws-ind-limite
           if  ws-ind-limite > ws-qtd-itens-validos then
               move ws-qtd-itens-validos to ws-ind-limite
           end-if
           perform varying ws-ind-it from 1 by 1 until ws-ind-it > ws-ind-limite
               perform gravar-linha-item
           end-perform

      *>   Piores a Partir do Fim da Lista, Parando Antes dos Já Listados
           if  ws-qtd-itens-validos > ws-ind-limite then
               move ws-linha-branca to ws-linha-saida
               perform gravar-linha-extrato
               move "Piores Itens:" to ws-ltx-texto
               move ws-linha-texto to ws-linha-saida
               perform gravar-linha-extrato
               move ws-cabecalho-itens to ws-linha-saida
               perform gravar-linha-extrato
               compute ws-ind-limite = ws-qtd-itens-validos - ws-qtd-itens-listados
               if  ws-ind-limite < ws-qtd-itens-listados then
                   move ws-qtd-itens-listados to ws-ind-limite
               end-if
               perform varying ws-ind-it from ws-qtd-itens-validos by -1
                       until ws-ind-it <= ws-ind-limite
                   perform gravar-linha-item
               end-perform
           end-if

           .
       gravar-itens-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Uma Linha de Item do Deck (ws-ind-it)
      *>------------------------------------------------------------------------
       gravar-linha-item section.

           if  ws-it-deck(ws-ind-it) = space then
               move "(Linhas Antigas, Sem Deck)" to ws-lit-deck
           else
               move ws-it-deck(ws-ind-it)        to ws-lit-deck
           end-if
           move ws-it-estado(ws-ind-it) to ws-lit-estado
           move ws-it-qtd(ws-ind-it)    to ws-lit-qtd
           move ws-it-pct(ws-ind-it)    to ws-lit-pct
           move ws-linha-item to ws-linha-saida
           perform gravar-linha-extrato

           .
       gravar-linha-item-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Posição Atual no Ranking Acumulado e no Ranking por Departamento
      *>    (Historico Inteiro, Já com os Ajustes de Pontuação)
      *>------------------------------------------------------------------------
       gravar-posicoes section.

           move "4. Posicao Atual nos Rankings (Historico Inteiro)" to ws-sub-texto
           perform gravar-subtitulo

           if  ws-pos-ranking = zero then
               move "Fora do Ranking Acumulado - Sem Sessoes no Historico" to ws-ltx-texto
               move ws-linha-texto to ws-linha-saida
               perform gravar-linha-extrato
           else
               move "Ranking Acumulado"   to ws-lps-texto
               move ws-pos-ranking        to ws-lps-colocacao
               move ws-qtd-jogadores      to ws-lps-total
               move ws-linha-posicao to ws-linha-saida
               perform gravar-linha-extrato
               move ws-rank-total(ws-pos-ranking)   to ws-lrd-total
               move ws-rank-sessoes(ws-pos-ranking) to ws-lrd-sessoes
               move ws-rank-melhor(ws-pos-ranking)  to ws-lrd-melhor
               move ws-rank-ajuste(ws-pos-ranking)  to ws-lrd-ajuste
               move ws-linha-rank-detalhe to ws-linha-saida
               perform gravar-linha-extrato
           end-if

           if  ws-pos-depto = zero then
               move "Departamento Sem Sessoes no Historico" to ws-ltx-texto
               move ws-linha-texto to ws-linha-saida
               perform gravar-linha-extrato
           else
               move "Ranking por Departamento" to ws-lps-texto
               move ws-pos-depto               to ws-lps-colocacao
               move ws-qtd-deptos              to ws-lps-total
               move ws-linha-posicao to ws-linha-saida
               perform gravar-linha-extrato
               move ws-dep-nome(ws-pos-depto)      to ws-ldd-depto
               move ws-dep-pontos(ws-pos-depto)    to ws-ldd-pontos
               move ws-dep-jogadores(ws-pos-depto) to ws-ldd-jogadores
               move ws-dep-media(ws-pos-depto)     to ws-ldd-media
               move ws-linha-depto-detalhe to ws-linha-saida
               perform gravar-linha-extrato
           end-if

           if  ws-pos-no-depto > zero then
               move "Dentro do Departamento" to ws-lps-texto
               move ws-pos-no-depto          to ws-lps-colocacao
               move ws-qtd-no-depto          to ws-lps-total
               move ws-linha-posicao to ws-linha-saida
               perform gravar-linha-extrato
           end-if

           .
       gravar-posicoes-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Situação do Jogador na Liga da Temporada Corrente
      *>------------------------------------------------------------------------
       gravar-liga-jogador section.

           move "5. Liga da Temporada Corrente" to ws-sub-texto
           perform gravar-subtitulo

           if  not ws-liga-definida then
               move "Nenhuma Temporada Definida" to ws-ltx-texto
               move ws-linha-texto to ws-linha-saida
               perform gravar-linha-extrato
               go to gravar-liga-jogador-exit
           end-if

           move ws-liga-nome to ws-ltn-nome
           move ws-linha-temporada-nome to ws-linha-saida
           perform gravar-linha-extrato
           move ws-liga-inicio to ws-ltp-inicio
           move ws-liga-fim    to ws-ltp-fim
           move ws-linha-temporada-periodo to ws-linha-saida
           perform gravar-linha-extrato

           if  ws-pos-liga = zero then
               move "Sem Participacao na Temporada" to ws-ltx-texto
               move ws-linha-texto to ws-linha-saida
               perform gravar-linha-extrato
               go to gravar-liga-jogador-exit
           end-if

           move "Tabela da Liga" to ws-lps-texto
           move ws-pos-liga      to ws-lps-colocacao
           move ws-qtd-liga      to ws-lps-total
           move ws-linha-posicao to ws-linha-saida
           perform gravar-linha-extrato
           move ws-liga-rodadas(ws-pos-liga)       to ws-lld-rodadas
           move ws-liga-pts-colocacao(ws-pos-liga) to ws-lld-pts-colocacao
           move ws-liga-pts-brutos(ws-pos-liga)    to ws-lld-pts-brutos
           move ws-linha-liga-detalhe to ws-linha-saida
           perform gravar-linha-extrato

           .
       gravar-liga-jogador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Ajustes de Pontuação Lançados Para o Jogador
      *>------------------------------------------------------------------------
       gravar-ajustes-jogador section.

           move "6. Ajustes de Pontuacao (Contestacoes)" to ws-sub-texto
           perform gravar-subtitulo

           if  ws-tj-qtd-ajustes = zero then
               move "Nenhum Ajuste Lancado" to ws-ltx-texto
               move ws-linha-texto to ws-linha-saida
               perform gravar-linha-extrato
               go to gravar-ajustes-jogador-exit
           end-if

           move ws-cabecalho-ajustes to ws-linha-saida
           perform gravar-linha-extrato

           perform varying ws-ind-aj from 1 by 1 until ws-ind-aj > ws-qtd-ajustes
               if  ws-at-codigo(ws-ind-aj) = ws-ja-codigo then
                   move ws-at-numero(ws-ind-aj) to ws-laj-numero
                   move ws-at-data(ws-ind-aj)   to ws-laj-data
                   if  ws-at-sessao(ws-ind-aj) = zero then
                       move "------"              to ws-laj-sessao
                   else
                       move ws-at-sessao(ws-ind-aj) to ws-laj-sessao
                   end-if
                   move ws-at-pontos(ws-ind-aj) to ws-laj-pontos
                   move ws-at-motivo(ws-ind-aj) to ws-laj-motivo
                   move ws-linha-ajuste-jogador to ws-linha-saida
                   perform gravar-linha-extrato
               end-if
           end-perform

           .
       gravar-ajustes-jogador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Totais da Emissão na Pagina de Controle
      *>------------------------------------------------------------------------
       gravar-resumo-controle section.

           if  ws-tot-extratos = zero then
               move "  Nenhum Extrato Produzido" to ws-linha-saida
               perform gravar-linha-controle
           end-if

           move ws-linha-branca to ws-linha-saida
           perform gravar-linha-controle
           move "Resumo da Emissao" to ws-linha-saida
           perform gravar-linha-controle

           move "Jogadores no Registro Permanente"          to ws-ltt-texto
           move ws-qtd-cadastrados                          to ws-ltt-valor
           perform gravar-linha-total-controle
           move "Inativos Nao Selecionados"                 to ws-ltt-texto
           move ws-tot-inativos                             to ws-ltt-valor
           perform gravar-linha-total-controle
           move "Linhas Lidas do Historico"                 to ws-ltt-texto
           move ws-tot-linhas-hist                          to ws-ltt-valor
           perform gravar-linha-total-controle
           move "Linhas Lidas do Arquivo de Ajustes"        to ws-ltt-texto
           move ws-tot-linhas-ajustes                       to ws-ltt-valor
           perform gravar-linha-total-controle
           move "Extratos Sem Sessao no Historico"          to ws-ltt-texto
           move ws-tot-sem-sessao                           to ws-ltt-valor
           perform gravar-linha-total-controle
           move "Extratos Sem Resposta no Log"              to ws-ltt-texto
           move ws-tot-sem-respostas                        to ws-ltt-valor
           perform gravar-linha-total-controle
           move "Extratos Produzidos"                       to ws-ltt-texto
           move ws-tot-extratos                             to ws-ltt-valor
           perform gravar-linha-total-controle

           .
       gravar-resumo-controle-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Linha de Total da Pagina de Controle
      *>------------------------------------------------------------------------
       gravar-linha-total-controle section.

           move ws-linha-total to ws-linha-saida
           perform gravar-linha-controle

           .
       gravar-linha-total-controle-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Linha em Branco e Subtitulo de uma Parte do Extrato
      *>------------------------------------------------------------------------
       gravar-subtitulo section.

           move ws-linha-branca to ws-linha-saida
           perform gravar-linha-extrato
           move ws-subtitulo    to ws-linha-saida
           perform gravar-linha-extrato

           .
       gravar-subtitulo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Gravação Padrão de uma Linha do Extrato (Montada em ws-linha-saida)
      *>------------------------------------------------------------------------
       gravar-linha-extrato section.

           write fd-linha-extrato from ws-linha-saida
           if  ws-fs-arqExtratoJogador <> 0 then
               move 33                                        to ws-msn-erro-ofsset
               move ws-fs-arqExtratoJogador                   to ws-msn-erro-cod
               move "Erro ao Gravar Arq. arqExtratoJogador"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-extrato-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Gravação Padrão de uma Linha da Pagina de Controle
      *>------------------------------------------------------------------------
       gravar-linha-controle section.

           write fd-linha-controle from ws-linha-saida
           if  ws-fs-arqControleExtratos <> 0 then
               move 34                                        to ws-msn-erro-ofsset
               move ws-fs-arqControleExtratos                 to ws-msn-erro-cod
               move "Erro ao Gravar Arq. arqControleExtratos" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-controle-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                       Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.

      *>   Caso Finalize de Forma Anormal a Mensagem de Erro Aparecerá
      *>   A Mensagem é Composta por um Código, o File Status e Uma Descrição do Erro que Está Ocorrendo
           display ws-msn-erro

      *>   Codigo de Retorno Diferente de Zero Avisa Quem Encadeou o Programa
      *>   (Execução Noturna) de que Ele Terminou com Erro
           move 16 to return-code

           stop run

           .
       finaliza-anormal-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                        Finalização  Normal
      *>------------------------------------------------------------------------
       finaliza section.

           stop run

           .
       finaliza-exit.
           exit.
