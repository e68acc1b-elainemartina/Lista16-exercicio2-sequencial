      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "analiseItens".
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

           select arqLogRespostas assign to "arqLogRespostas.txt"   *> Log de Todas as Respostas Dadas no Jogo (Gravado Pelo Jogo)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLogRespostas.

           select arqAnaliseItens assign to "arqAnaliseItens.txt"   *> Analise de Dificuldade dos Itens dos Decks Impressa Para o Dono do Deck
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAnaliseItens.

       i-o-control.

      *>------------------------------------------------------------------------
      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqLogRespostas.
       01  fd-linha-log-resposta                   pic x(200).

       fd arqAnaliseItens.
       01  fd-linha-analise                        pic x(132).

      *>------------------------------------------------------------------------
      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqLogRespostas                     pic  9(02).
       77  ws-fs-arqAnaliseItens                     pic  9(02).
       77  ws-qtd-itens                              pic  9(03) value zero.
       77  ws-qtd-regioes                            pic  9(02) value zero.

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

      *>----Resultado da Linha Para a Apuração - Erro Anulado por Ajuste de
      *>----Pontuação Vale Como Acerto
       01 ws-resultado-apurado                     pic x(01).
          88 ws-resultado-acerto                   value "S".
          88 ws-resultado-erro                     value "N".

      *>----Tabela de Acumulação, um Registro por Item (Deck + Pergunta) Encontrado no Log
       01 ws-itens occurs 999.
          05 ws-it-deck                            pic x(30).
          05 ws-it-estado                          pic x(25).
          05 ws-it-regiao                          pic x(15).
          05 ws-it-qtd                             pic 9(05) value zero.
          05 ws-it-acertos                         pic 9(05) value zero.
          05 ws-it-seg-total                       pic 9(08) value zero.
          05 ws-it-seg-maior                       pic 9(05) value zero.
          05 ws-it-qtd-dig                         pic 9(05) value zero.
          05 ws-it-acertos-dig                     pic 9(05) value zero.
          05 ws-it-qtd-mult                        pic 9(05) value zero.
          05 ws-it-acertos-mult                    pic 9(05) value zero.
          05 ws-it-pct                             pic 9(03) value zero.
      *>   Respostas Erradas Digitadas Para o Item, Já Normalizadas, com a Contagem
          05 ws-it-qtd-erros                       pic 9(02) value zero.
          05 ws-it-erros-outros                    pic 9(05) value zero.
          05 ws-it-erro occurs 10.
             10 ws-it-erro-texto                   pic x(25).
             10 ws-it-erro-vezes                   pic 9(05) value zero.

       01 ws-itens-aux.
          05 ws-it-deck-aux                        pic x(30).
          05 ws-it-estado-aux                      pic x(25).
          05 ws-it-regiao-aux                      pic x(15).
          05 ws-it-qtd-aux                         pic 9(05).
          05 ws-it-acertos-aux                     pic 9(05).
          05 ws-it-seg-total-aux                   pic 9(08).
          05 ws-it-seg-maior-aux                   pic 9(05).
          05 ws-it-qtd-dig-aux                     pic 9(05).
          05 ws-it-acertos-dig-aux                 pic 9(05).
          05 ws-it-qtd-mult-aux                    pic 9(05).
          05 ws-it-acertos-mult-aux                pic 9(05).
          05 ws-it-pct-aux                         pic 9(03).
          05 ws-it-qtd-erros-aux                   pic 9(02).
          05 ws-it-erros-outros-aux                pic 9(05).
          05 ws-it-erro-aux occurs 10.
             10 ws-it-erro-texto-aux               pic x(25).
             10 ws-it-erro-vezes-aux               pic 9(05).

       01 ws-erro-aux.
          05 ws-erro-texto-aux                     pic x(25).
          05 ws-erro-vezes-aux                     pic 9(05).

      *>----Tabela de Acumulação por Região, Somando Todos os Itens da Região
       01 ws-regioes occurs 30.
          05 ws-reg-nome                           pic x(15).
          05 ws-reg-qtd                            pic 9(06) value zero.
          05 ws-reg-acertos                        pic 9(06) value zero.
          05 ws-reg-qtd-dig                        pic 9(06) value zero.
          05 ws-reg-acertos-dig                    pic 9(06) value zero.
          05 ws-reg-qtd-mult                       pic 9(06) value zero.
          05 ws-reg-acertos-mult                   pic 9(06) value zero.

       01 ws-indices.
          05 ws-ind-it                             pic 9(03).
          05 ws-ind-reg                            pic 9(02).
          05 ws-ind-erro                           pic 9(02).
          05 ws-ind-achado                         pic 9(03).
          05 ws-ind-busca                          pic 9(02).
          05 ws-ind-reg-achado                     pic 9(02).
          05 ws-ind-norm                           pic 9(02).
          05 ws-pos-norm                           pic 9(02).

      *>----Parametros da Sinalização (Informados na Entrada, em Branco = Padrão)
       01 ws-parametros.
          05 ws-par-pct-facil                      pic 9(03) value zero.
          05 ws-par-pct-dificil                    pic 9(03) value zero.
          05 ws-par-min-respostas                  pic 9(03) value zero.

      *>----Periodo Informado na Entrada (De/Ate em DD/MM/AAAA, em Branco = Sem Limite)
       01 ws-periodo.
          05 ws-periodo-de                         pic x(10).
          05 ws-periodo-ate                        pic x(10).
          05 ws-periodo-de-aamd                    pic 9(08) value zero.
          05 ws-periodo-ate-aamd                   pic 9(08) value 99999999.

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

       01 ws-data-linha-aamd                       pic 9(08).

      *>----Area de Normalização da Resposta Errada (Maiusculas, Sem Acento)
       01 ws-normalizacao.
          05 ws-texto-bruto                        pic x(25).
          05 ws-texto-norm                         pic x(25).

      *>----Apoio dos Calculos de Percentual e Media
       01 ws-calculos.
          05 ws-pct-calculado                      pic 9(03).
          05 ws-pct-editado                        pic zz9.
          05 ws-media-calculada                    pic 9(05).
          05 ws-calc-qtd                           pic 9(06).
          05 ws-calc-acertos                       pic 9(06).
          05 ws-calc-pct-texto                     pic x(04).
          05 ws-calc-outros                        pic 9(05).

       01 ws-totais.
          05 ws-tot-linhas-lidas                   pic 9(07) value zero.
          05 ws-tot-linhas-usadas                  pic 9(07) value zero.
          05 ws-tot-itens-faceis                   pic 9(03) value zero.
          05 ws-tot-itens-dificeis                 pic 9(03) value zero.

       01 ws-deck-anterior                         pic x(30).

       01 controle                                 pic x(1).
          88  trocou                               value "1".
          88  nao_trocou                           value "5".

      *>----Linha de um Item Impressa em arqAnaliseItens.txt (Layout Colunar)
       01 ws-linha-item.
          05 ws-li-estado                          pic x(25).
          05 filler                                pic x(01) value space.
          05 ws-li-regiao                          pic x(15).
          05 filler                                pic x(01) value space.
          05 ws-li-qtd                             pic zzzz9.
          05 filler                                pic x(03) value space.
          05 ws-li-pct                             pic zz9.
          05 filler                                pic x(01) value "%".
          05 filler                                pic x(02) value space.
          05 ws-li-media                           pic zzzz9.
          05 filler                                pic x(02) value space.
          05 ws-li-maior                           pic zzzz9.
          05 filler                                pic x(02) value space.
          05 ws-li-pct-dig                         pic x(04).
          05 filler                                pic x(02) value " (".
          05 ws-li-qtd-dig                         pic zzzz9.
          05 filler                                pic x(01) value ")".
          05 filler                                pic x(02) value space.
          05 ws-li-pct-mult                        pic x(04).
          05 filler                                pic x(02) value " (".
          05 ws-li-qtd-mult                        pic zzzz9.
          05 filler                                pic x(01) value ")".
          05 filler                                pic x(02) value space.
          05 ws-li-situacao                        pic x(22).

      *>----Linha de Resposta Errada Frequente, Abaixo da Linha do Item
       01 ws-linha-erro-item.
          05 filler                                pic x(04) value space.
          05 filler                                pic x(26) value "Resposta Errada Digitada: ".
          05 ws-le-texto                           pic x(25).
          05 filler                                pic x(02) value space.
          05 ws-le-vezes                           pic zzzz9.
          05 filler                                pic x(08) value " Vez(es)".

       01 ws-linha-erro-outras.
          05 filler                                pic x(04) value space.
          05 filler                                pic x(26) value "Outras Respostas Erradas: ".
          05 ws-lo-vezes                           pic zzzz9.
          05 filler                                pic x(08) value " Vez(es)".

       01 ws-linha-deck.
          05 filler                                pic x(06) value "Deck: ".
          05 ws-ld-deck                            pic x(32).

      *>----Linha de uma Região no Quadro de Acerto por Região
       01 ws-linha-regiao.
          05 ws-lr-regiao                          pic x(15).
          05 filler                                pic x(02) value space.
          05 ws-lr-qtd                             pic zzzzz9.
          05 filler                                pic x(03) value space.
          05 ws-lr-pct                             pic zz9.
          05 filler                                pic x(01) value "%".
          05 filler                                pic x(02) value space.
          05 ws-lr-pct-dig                         pic x(04).
          05 filler                                pic x(02) value " (".
          05 ws-lr-qtd-dig                         pic zzzzz9.
          05 filler                                pic x(01) value ")".
          05 filler                                pic x(02) value space.
          05 ws-lr-pct-mult                        pic x(04).
          05 filler                                pic x(02) value " (".
          05 ws-lr-qtd-mult                        pic zzzzz9.
          05 filler                                pic x(01) value ")".

       01 ws-cabecalho-itens.
          05 filler                                pic x(26) value "Pergunta".
          05 filler                                pic x(16) value "Regiao".
          05 filler                                pic x(05) value "Resp.".
          05 filler                                pic x(07) value " Acerto".
          05 filler                                pic x(07) value "  T.Med".
          05 filler                                pic x(07) value "  T.Max".
          05 filler                                pic x(14) value "  Digitada".
          05 filler                                pic x(14) value "  Mult.Escolha".
          05 filler                                pic x(10) value "  Situacao".

       01 ws-cabecalho-regioes.
          05 filler                                pic x(17) value "Regiao".
          05 filler                                pic x(06) value " Resp.".
          05 filler                                pic x(07) value " Acerto".
          05 filler                                pic x(17) value "  Digitada".
          05 filler                                pic x(12) value "Mult.Escolha".

       01 ws-cabecalho-periodo.
          05 filler                                pic x(09) value "Periodo: ".
          05 ws-cab-periodo-de                     pic x(10).
          05 filler                                pic x(05) value " ate ".
          05 ws-cab-periodo-ate                    pic x(10).

       01 ws-cabecalho-criterio.
          05 filler                                pic x(19) value "Sinaliza Acerto >= ".
          05 ws-cab-pct-facil                      pic zz9.
          05 filler                                pic x(15) value "% ou Acerto <= ".
          05 ws-cab-pct-dificil                    pic zz9.
          05 filler                                pic x(15) value "% Com Minimo de".
          05 ws-cab-min-respostas                  pic zzz9.
          05 filler                                pic x(12) value " Resposta(s)".

       01 ws-titulo-analise                        pic x(80)
          value "Analise de Itens - Dificuldade das Perguntas dos Decks".

       01 ws-titulo-regioes                        pic x(80)
          value "Acerto por Regiao (Todos os Decks)".

       01 ws-linha-branca                          pic x(01) value space.

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
      *>   Entrada do Periodo e dos Limites de Sinalização (em Branco = Padrão)
      *>------------------------------------------------------------------------
       inicializa section.

           move space to ws-periodo-de
           move space to ws-periodo-ate

           display "Analise de Itens - Dificuldade das Perguntas"
           display "Data Inicial (DD/MM/AAAA, Branco = Desde o Inicio): "
           accept ws-periodo-de
           display "Data Final   (DD/MM/AAAA, Branco = Ate Hoje)      : "
           accept ws-periodo-ate
           display "Acerto % Para Sinalizar Muito Facil   (Branco = 90): "
           accept ws-par-pct-facil
           display "Acerto % Para Sinalizar Muito Dificil (Branco = 20): "
           accept ws-par-pct-dificil
           display "Minimo de Respostas Para Sinalizar    (Branco = 10): "
           accept ws-par-min-respostas

      *>   Limites Não Informados Assumem o Padrão
           if  ws-par-pct-facil = zero then
               move 90 to ws-par-pct-facil
           end-if
           if  ws-par-pct-dificil = zero then
               move 20 to ws-par-pct-dificil
           end-if
           if  ws-par-min-respostas = zero then
               move 10 to ws-par-min-respostas
           end-if

           if  ws-par-pct-facil > 100
           or  ws-par-pct-dificil >= ws-par-pct-facil  then
               move 1                                        to ws-msn-erro-ofsset
               move zero                                     to ws-msn-erro-cod
               move "Limites de Sinalizacao Invalidos"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Converter as Datas Informadas Para o Formato Comparavel AAAAMMDD
           if  ws-periodo-de <> space then
               move ws-periodo-de to ws-conv-data-ddmmaaaa
               perform converter-data-aamd
               if  ws-conv-data-invalida then
                   move 2                                    to ws-msn-erro-ofsset
                   move zero                                 to ws-msn-erro-cod
                   move "Data Inicial Invalida (DD/MM/AAAA)"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move ws-conv-data-aamd-num to ws-periodo-de-aamd
           end-if

           if  ws-periodo-ate <> space then
               move ws-periodo-ate to ws-conv-data-ddmmaaaa
               perform converter-data-aamd
               if  ws-conv-data-invalida then
                   move 3                                    to ws-msn-erro-ofsset
                   move zero                                 to ws-msn-erro-cod
                   move "Data Final Invalida (DD/MM/AAAA)"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move ws-conv-data-aamd-num to ws-periodo-ate-aamd
           end-if

           if  ws-periodo-de-aamd > ws-periodo-ate-aamd then
               move 4                                        to ws-msn-erro-ofsset
               move zero                                     to ws-msn-erro-cod
               move "Data Inicial Maior Que a Data Final"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
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

      *>   Open Input - Abre o Log de Respostas Somente Para Leitura
           open input arqLogRespostas.
      *>   Tratamento de Erro - Caso o File Status dê Diferente de Zero (Comando Executado com Sucesso) Aparecerá a Mensagem de Erro na Section Finaliza Anormal
           if  ws-fs-arqLogRespostas <> 0 then
               move 5                                     to ws-msn-erro-ofsset
               move ws-fs-arqLogRespostas                 to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqLogRespostas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Ler o Log Inteiro Acumulando os Totais de Cada Item e de Cada Região
           perform until ws-fs-arqLogRespostas = 10

               read arqLogRespostas

               if  ws-fs-arqLogRespostas = 0 then
                   add 1 to ws-tot-linhas-lidas
                   move fd-linha-log-resposta to ws-linha-log-resposta
                   perform acumular-linha-log
               else
                   if  ws-fs-arqLogRespostas <> 10 then
                       move 6                                     to ws-msn-erro-ofsset
                       move ws-fs-arqLogRespostas                 to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqLogRespostas  "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqLogRespostas
           if  ws-fs-arqLogRespostas <> 0 then
               move 7                                     to ws-msn-erro-ofsset
               move ws-fs-arqLogRespostas                 to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqLogRespostas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Calcular o Percentual de Acerto, Ordenar e Gravar o Arquivo Impresso
           perform calcular-percentuais
           perform ordenar-itens
           perform gravar-analise-arquivo

           display "Analise Gravada em arqAnaliseItens.txt - "
                   ws-qtd-itens " Item(ns), "
                   ws-tot-linhas-usadas " Resposta(s) no Periodo"
           display "Itens Sinalizados: " ws-tot-itens-faceis " Muito Facil(eis), "
                   ws-tot-itens-dificeis " Muito Dificil(eis)"

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Acumula uma Linha do Log no Item e na Região, se Estiver no Periodo
      *>------------------------------------------------------------------------
       acumular-linha-log section.

      *>   Linha com Data Invalida ou Sem Tempo Numerico Não Entra na Apuração
           move ws-log-data to ws-conv-data-ddmmaaaa
           perform converter-data-aamd
           if  ws-conv-data-invalida
           or  ws-log-segundos is not numeric
           or  ws-log-estado = space  then
               go to acumular-linha-log-exit
           end-if

      *>   Filtrar Pelo Periodo De/Ate Informado na Entrada
           move ws-conv-data-aamd-num to ws-data-linha-aamd
           if  ws-data-linha-aamd < ws-periodo-de-aamd
           or  ws-data-linha-aamd > ws-periodo-ate-aamd  then
               go to acumular-linha-log-exit
           end-if

           add 1 to ws-tot-linhas-usadas

           set ws-resultado-erro to true
           if  ws-log-resultado = "C"
           or (ws-log-resultado = "E"
           and ws-log-ajuste <> space)  then
               set ws-resultado-acerto to true
           end-if

      *>   Procurar o Item (Deck + Pergunta) na Tabela Já Acumulada - Linhas
      *>   Antigas Vêm Sem o Deck e Ficam Agrupadas à Parte
           move zero to ws-ind-achado
           perform varying ws-ind-it from 1 by 1 until ws-ind-it > ws-qtd-itens
                                                    or ws-ind-achado > zero
               if  ws-it-deck(ws-ind-it)   = ws-log-deck
               and ws-it-estado(ws-ind-it) = ws-log-estado  then
                   move ws-ind-it to ws-ind-achado
               end-if
           end-perform

      *>   Item Ainda Não Visto - Abrir uma Posição Nova na Tabela
           if  ws-ind-achado = zero then
               if  ws-qtd-itens >= 999 then
                   move 8                                    to ws-msn-erro-ofsset
                   move zero                                 to ws-msn-erro-cod
                   move "Tabela de Itens Cheia (999 Itens)"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-itens
               move ws-qtd-itens     to ws-ind-achado
               initialize ws-itens(ws-ind-achado)
               move ws-log-deck      to ws-it-deck(ws-ind-achado)
               move ws-log-estado    to ws-it-estado(ws-ind-achado)
               move ws-log-regiao    to ws-it-regiao(ws-ind-achado)
           end-if

      *>   Acumular Respostas, Acertos e Tempo do Item - Resultado "C" é Acerto,
      *>   "E" (Errou) e "T" (Tempo Esgotado) Contam Como Erro, Menos o "E"
      *>   Anulado Depois por Ajuste de Pontuação, Que Conta Como Acerto
           add 1 to ws-it-qtd(ws-ind-achado)
           if  ws-resultado-acerto then
               add 1 to ws-it-acertos(ws-ind-achado)
           end-if
           add ws-log-segundos to ws-it-seg-total(ws-ind-achado)
           if  ws-log-segundos > ws-it-seg-maior(ws-ind-achado) then
               move ws-log-segundos to ws-it-seg-maior(ws-ind-achado)
           end-if

      *>   Separar Pelo Modo de Resposta - "M" Multipla Escolha, Senão Digitada
           if  ws-log-modo = "M" then
               add 1 to ws-it-qtd-mult(ws-ind-achado)
               if  ws-resultado-acerto then
                   add 1 to ws-it-acertos-mult(ws-ind-achado)
               end-if
           else
               add 1 to ws-it-qtd-dig(ws-ind-achado)
               if  ws-resultado-acerto then
                   add 1 to ws-it-acertos-dig(ws-ind-achado)
               end-if
           end-if

      *>   Resposta Errada Digitada Entra na Contagem de Erros Frequentes do Item
      *>   (a Anulada por Ajuste Não - o Organizador a Aceitou Como Certa)
           if  ws-log-modo <> "M"
           and ws-resultado-erro
           and ws-log-resultado = "E"
           and ws-log-resposta <> space  then
               perform acumular-erro-item
           end-if

           perform acumular-regiao

           .
       acumular-linha-log-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Conta a Resposta Errada Digitada (Normalizada) no Item Encontrado
      *>------------------------------------------------------------------------
       acumular-erro-item section.

           move ws-log-resposta to ws-texto-bruto
           perform normalizar-texto

           move zero to ws-ind-erro
           perform varying ws-ind-busca from 1 by 1
                     until ws-ind-busca > ws-it-qtd-erros(ws-ind-achado)
                        or ws-ind-erro > zero
               if  ws-it-erro-texto(ws-ind-achado, ws-ind-busca) = ws-texto-norm then
                   move ws-ind-busca to ws-ind-erro
               end-if
           end-perform

      *>   Resposta Nova Ocupa uma Posição Livre - Com as 10 Posições Tomadas
      *>   Ela Só Entra na Contagem de "Outras"
           if  ws-ind-erro = zero then
               if  ws-it-qtd-erros(ws-ind-achado) >= 10 then
                   add 1 to ws-it-erros-outros(ws-ind-achado)
                   go to acumular-erro-item-exit
               end-if
               add 1 to ws-it-qtd-erros(ws-ind-achado)
               move ws-it-qtd-erros(ws-ind-achado) to ws-ind-erro
               move ws-texto-norm to ws-it-erro-texto(ws-ind-achado, ws-ind-erro)
               move zero          to ws-it-erro-vezes(ws-ind-achado, ws-ind-erro)
           end-if

           add 1 to ws-it-erro-vezes(ws-ind-achado, ws-ind-erro)

           .
       acumular-erro-item-exit.
           exit.
      *>------------------------------------------------------------------------
      *>       Acumula a Linha do Log no Quadro de Acerto por Região
      *>------------------------------------------------------------------------
       acumular-regiao section.

           move zero to ws-ind-reg-achado
           perform varying ws-ind-reg from 1 by 1 until ws-ind-reg > ws-qtd-regioes
                                                     or ws-ind-reg-achado > zero
               if  ws-reg-nome(ws-ind-reg) = ws-log-regiao then
                   move ws-ind-reg to ws-ind-reg-achado
               end-if
           end-perform

           if  ws-ind-reg-achado = zero then
               if  ws-qtd-regioes >= 30 then
                   move 9                                    to ws-msn-erro-ofsset
                   move zero                                 to ws-msn-erro-cod
                   move "Tabela de Regioes Cheia (30)"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-regioes
               move ws-qtd-regioes to ws-ind-reg-achado
               initialize ws-regioes(ws-ind-reg-achado)
               move ws-log-regiao  to ws-reg-nome(ws-ind-reg-achado)
           end-if

           add 1 to ws-reg-qtd(ws-ind-reg-achado)
           if  ws-resultado-acerto then
               add 1 to ws-reg-acertos(ws-ind-reg-achado)
           end-if

           if  ws-log-modo = "M" then
               add 1 to ws-reg-qtd-mult(ws-ind-reg-achado)
               if  ws-resultado-acerto then
                   add 1 to ws-reg-acertos-mult(ws-ind-reg-achado)
               end-if
           else
               add 1 to ws-reg-qtd-dig(ws-ind-reg-achado)
               if  ws-resultado-acerto then
                   add 1 to ws-reg-acertos-dig(ws-ind-reg-achado)
               end-if
           end-if

           .
       acumular-regiao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Calcula o Percentual de Acerto de Cada Item e Conta os Sinalizados
      *>------------------------------------------------------------------------
       calcular-percentuais section.

           perform varying ws-ind-it from 1 by 1 until ws-ind-it > ws-qtd-itens

               compute ws-it-pct(ws-ind-it) rounded =
                       ws-it-acertos(ws-ind-it) * 100 / ws-it-qtd(ws-ind-it)

      *>       Só Sinaliza o Item com Respostas Suficientes Para o Percentual Valer
               if  ws-it-qtd(ws-ind-it) >= ws-par-min-respostas then
                   if  ws-it-pct(ws-ind-it) >= ws-par-pct-facil then
                       add 1 to ws-tot-itens-faceis
                   else
                       if  ws-it-pct(ws-ind-it) <= ws-par-pct-dificil then
                           add 1 to ws-tot-itens-dificeis
                       end-if
                   end-if
               end-if

           end-perform

           .
       calcular-percentuais-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Ordenação dos Itens por Deck e, Dentro do Deck, do Menor Acerto ao Maior
      *>------------------------------------------------------------------------
       ordenar-itens section.
           set trocou  to true

           perform until nao_trocou
      *>       Movendo 1 Para o Indice de Itens
               move 1           to     ws-ind-it

      *>       Colocando Não Trocou para Verdadeiro
               set nao_trocou   to true

      *>       Executando Até Que o Indice de Itens Alcance o Ultimo Item Acumulado
               perform until ws-ind-it >= ws-qtd-itens

                   if  ws-it-deck(ws-ind-it) > ws-it-deck(ws-ind-it + 1)        *> Critério de Ordenação é o Deck
                   or (ws-it-deck(ws-ind-it) = ws-it-deck(ws-ind-it + 1)        *> Dentro do Deck, o Item Mais Dificil Primeiro
                   and ws-it-pct(ws-ind-it)  > ws-it-pct(ws-ind-it + 1))  then
      *>               FAZ TROCA...
                       move ws-itens(ws-ind-it + 1)  to  ws-itens-aux
                       move ws-itens(ws-ind-it)      to  ws-itens(ws-ind-it + 1)
                       move ws-itens-aux             to  ws-itens(ws-ind-it)

                       set trocou         to  true
                   end-if

      *>           Adicionando 1 Para o Indice de Itens Para ir Para o Proximo Item
                   add  1   to ws-ind-it

               end-perform

           end-perform

           .
       ordenar-itens-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Ordenação das Respostas Erradas do Item Pela Quantidade de Vezes (Decrescente)
      *>------------------------------------------------------------------------
       ordenar-erros-item section.
           set trocou  to true

           perform until nao_trocou
               move 1           to     ws-ind-erro
               set nao_trocou   to true

               perform until ws-ind-erro >= ws-it-qtd-erros(ws-ind-it)

                   if  ws-it-erro-vezes(ws-ind-it, ws-ind-erro)
                     < ws-it-erro-vezes(ws-ind-it, ws-ind-erro + 1)  then
      *>               FAZ TROCA...
                       move ws-it-erro(ws-ind-it, ws-ind-erro + 1)  to  ws-erro-aux
                       move ws-it-erro(ws-ind-it, ws-ind-erro)      to  ws-it-erro(ws-ind-it, ws-ind-erro + 1)
                       move ws-erro-aux                             to  ws-it-erro(ws-ind-it, ws-ind-erro)

                       set trocou         to  true
                   end-if

                   add  1   to ws-ind-erro

               end-perform

           end-perform

           .
       ordenar-erros-item-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Gravação da Analise de Itens e do Quadro por Região Para Impressão
      *>------------------------------------------------------------------------
       gravar-analise-arquivo section.

      *>   Abrir o Arquivo em Modo Output, um Arquivo Novo Para Cada Analise
           open output arqAnaliseItens
           if  ws-fs-arqAnaliseItens <> 0 then
               move 10                                        to ws-msn-erro-ofsset
               move ws-fs-arqAnaliseItens                     to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqAnaliseItens   "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   Gravar o Titulo, o Periodo Apurado e os Limites de Sinalização
           write fd-linha-analise from ws-titulo-analise
           if  ws-fs-arqAnaliseItens <> 0 then
               perform erro-gravar-analise
           end-if

           if  ws-periodo-de = space then
               move "Inicio" to ws-cab-periodo-de
           else
               move ws-periodo-de to ws-cab-periodo-de
           end-if
           if  ws-periodo-ate = space then
               move "Hoje" to ws-cab-periodo-ate
           else
               move ws-periodo-ate to ws-cab-periodo-ate
           end-if
           write fd-linha-analise from ws-cabecalho-periodo
           if  ws-fs-arqAnaliseItens <> 0 then
               perform erro-gravar-analise
           end-if

           move ws-par-pct-facil     to ws-cab-pct-facil
           move ws-par-pct-dificil   to ws-cab-pct-dificil
           move ws-par-min-respostas to ws-cab-min-respostas
           write fd-linha-analise from ws-cabecalho-criterio
           if  ws-fs-arqAnaliseItens <> 0 then
               perform erro-gravar-analise
           end-if

      *>   Gravar os Itens Já Ordenados, Abrindo um Bloco a Cada Deck
           move all "*" to ws-deck-anterior

           perform varying ws-ind-it from 1 by 1 until ws-ind-it > ws-qtd-itens

               if  ws-it-deck(ws-ind-it) <> ws-deck-anterior then
                   move ws-it-deck(ws-ind-it) to ws-deck-anterior
                   perform gravar-cabecalho-deck
               end-if

               perform gravar-linha-item

           end-perform

      *>   Quadro de Acerto por Região, Somando Todos os Decks
           write fd-linha-analise from ws-linha-branca
           if  ws-fs-arqAnaliseItens <> 0 then
               perform erro-gravar-analise
           end-if
           write fd-linha-analise from ws-titulo-regioes
           if  ws-fs-arqAnaliseItens <> 0 then
               perform erro-gravar-analise
           end-if
           write fd-linha-analise from ws-cabecalho-regioes
           if  ws-fs-arqAnaliseItens <> 0 then
               perform erro-gravar-analise
           end-if

           perform varying ws-ind-reg from 1 by 1 until ws-ind-reg > ws-qtd-regioes
               perform gravar-linha-regiao
           end-perform

           close arqAnaliseItens
           if  ws-fs-arqAnaliseItens <> 0 then
               move 11                                        to ws-msn-erro-ofsset
               move ws-fs-arqAnaliseItens                     to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqAnaliseItens  "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-analise-arquivo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Grava a Abertura do Bloco de um Deck (Nome e Cabeçalho)
      *>------------------------------------------------------------------------
       gravar-cabecalho-deck section.

           write fd-linha-analise from ws-linha-branca
           if  ws-fs-arqAnaliseItens <> 0 then
               perform erro-gravar-analise
           end-if

      *>   Linhas Antigas do Log Não Trazem o Deck
           if  ws-it-deck(ws-ind-it) = space then
               move "(Nao Informado - Log Antigo)" to ws-ld-deck
           else
               move ws-it-deck(ws-ind-it)          to ws-ld-deck
           end-if
           write fd-linha-analise from ws-linha-deck
           if  ws-fs-arqAnaliseItens <> 0 then
               perform erro-gravar-analise
           end-if

           write fd-linha-analise from ws-cabecalho-itens
           if  ws-fs-arqAnaliseItens <> 0 then
               perform erro-gravar-analise
           end-if

           .
       gravar-cabecalho-deck-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Grava a Linha do Item e, Abaixo Dela, as Respostas Erradas Mais Frequentes
      *>------------------------------------------------------------------------
       gravar-linha-item section.

           move ws-it-estado(ws-ind-it)      to ws-li-estado
           move ws-it-regiao(ws-ind-it)      to ws-li-regiao
           move ws-it-qtd(ws-ind-it)         to ws-li-qtd
           move ws-it-pct(ws-ind-it)         to ws-li-pct

           compute ws-media-calculada rounded =
                   ws-it-seg-total(ws-ind-it) / ws-it-qtd(ws-ind-it)
           move ws-media-calculada           to ws-li-media
           move ws-it-seg-maior(ws-ind-it)   to ws-li-maior

      *>   Acerto em Cada Modo de Resposta - Traço Quando o Modo Não Foi Usado
           move ws-it-qtd-dig(ws-ind-it)     to ws-calc-qtd
           move ws-it-acertos-dig(ws-ind-it) to ws-calc-acertos
           perform formatar-pct-modo
           move ws-calc-pct-texto            to ws-li-pct-dig
           move ws-it-qtd-dig(ws-ind-it)     to ws-li-qtd-dig

           move ws-it-qtd-mult(ws-ind-it)     to ws-calc-qtd
           move ws-it-acertos-mult(ws-ind-it) to ws-calc-acertos
           perform formatar-pct-modo
           move ws-calc-pct-texto             to ws-li-pct-mult
           move ws-it-qtd-mult(ws-ind-it)     to ws-li-qtd-mult

      *>   Sinalizar o Item Muito Facil ou Muito Dificil Para Revisão do Deck
           move space to ws-li-situacao
           if  ws-it-qtd(ws-ind-it) < ws-par-min-respostas then
               move "Poucas Respostas"       to ws-li-situacao
           else
               if  ws-it-pct(ws-ind-it) >= ws-par-pct-facil then
                   move "MUITO FACIL - REVER"    to ws-li-situacao
               else
                   if  ws-it-pct(ws-ind-it) <= ws-par-pct-dificil then
                       move "MUITO DIFICIL - REVER"  to ws-li-situacao
                   end-if
               end-if
           end-if

           write fd-linha-analise from ws-linha-item
           if  ws-fs-arqAnaliseItens <> 0 then
               perform erro-gravar-analise
           end-if

      *>   Listar Até 3 Respostas Erradas Digitadas, da Mais Frequente Para a Menos
           perform ordenar-erros-item

           perform varying ws-ind-erro from 1 by 1 until ws-ind-erro > ws-it-qtd-erros(ws-ind-it)
                                                      or ws-ind-erro > 3
               move ws-it-erro-texto(ws-ind-it, ws-ind-erro) to ws-le-texto
               move ws-it-erro-vezes(ws-ind-it, ws-ind-erro) to ws-le-vezes
               write fd-linha-analise from ws-linha-erro-item
               if  ws-fs-arqAnaliseItens <> 0 then
                   perform erro-gravar-analise
               end-if
           end-perform

      *>   O Restante das Respostas Erradas Vai Somado em uma Linha Só
           move ws-it-erros-outros(ws-ind-it) to ws-calc-outros
           perform varying ws-ind-erro from 4 by 1 until ws-ind-erro > ws-it-qtd-erros(ws-ind-it)
               add ws-it-erro-vezes(ws-ind-it, ws-ind-erro) to ws-calc-outros
           end-perform

           if  ws-calc-outros > zero then
               move ws-calc-outros to ws-lo-vezes
               write fd-linha-analise from ws-linha-erro-outras
               if  ws-fs-arqAnaliseItens <> 0 then
                   perform erro-gravar-analise
               end-if
           end-if

           .
       gravar-linha-item-exit.
           exit.
      *>------------------------------------------------------------------------
      *>         Grava a Linha de uma Região no Quadro de Acerto por Região
      *>------------------------------------------------------------------------
       gravar-linha-regiao section.

           move ws-reg-nome(ws-ind-reg)      to ws-lr-regiao
           move ws-reg-qtd(ws-ind-reg)       to ws-lr-qtd

           compute ws-pct-calculado rounded =
                   ws-reg-acertos(ws-ind-reg) * 100 / ws-reg-qtd(ws-ind-reg)
           move ws-pct-calculado             to ws-lr-pct

           move ws-reg-qtd-dig(ws-ind-reg)     to ws-calc-qtd
           move ws-reg-acertos-dig(ws-ind-reg) to ws-calc-acertos
           perform formatar-pct-modo
           move ws-calc-pct-texto              to ws-lr-pct-dig
           move ws-reg-qtd-dig(ws-ind-reg)     to ws-lr-qtd-dig

           move ws-reg-qtd-mult(ws-ind-reg)     to ws-calc-qtd
           move ws-reg-acertos-mult(ws-ind-reg) to ws-calc-acertos
           perform formatar-pct-modo
           move ws-calc-pct-texto               to ws-lr-pct-mult
           move ws-reg-qtd-mult(ws-ind-reg)     to ws-lr-qtd-mult

           write fd-linha-analise from ws-linha-regiao
           if  ws-fs-arqAnaliseItens <> 0 then
               perform erro-gravar-analise
           end-if

           .
       gravar-linha-regiao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Formata o Percentual de Acerto de um Modo ("zz9%", ou "  - " Sem Uso)
      *>------------------------------------------------------------------------
       formatar-pct-modo section.

           if  ws-calc-qtd = zero then
               move "  - " to ws-calc-pct-texto
           else
               compute ws-pct-calculado rounded =
                       ws-calc-acertos * 100 / ws-calc-qtd
               move ws-pct-calculado to ws-pct-editado
               move ws-pct-editado   to ws-calc-pct-texto(1:3)
               move "%"              to ws-calc-pct-texto(4:1)
           end-if

           .
       formatar-pct-modo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Erro Padrão de Gravação do Arquivo de Analise de Itens
      *>------------------------------------------------------------------------
       erro-gravar-analise section.

           move 12                                        to ws-msn-erro-ofsset
           move ws-fs-arqAnaliseItens                     to ws-msn-erro-cod
           move "Erro ao Gravar Arq. arqAnaliseItens  "   to ws-msn-erro-text
           perform finaliza-anormal

           .
       erro-gravar-analise-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Normaliza um Texto Para Comparação de Respostas - Maiusculas,
      *>    Sem Acento e Sem Espaços à Esquerda
      *>------------------------------------------------------------------------
       normalizar-texto section.

      *>   Colocar Tudo em Maiusculas (Letras Sem Acento)
           move function upper-case(ws-texto-bruto) to ws-texto-bruto

      *>   Letras Acentuadas em UTF-8 Ocupam Dois Bytes - o Primeiro (X"C3") Vira
      *>   Marcador e o Segundo é Trocado Pela Letra Base Correspondente
           inspect ws-texto-bruto converting x"C3" to "~"
           inspect ws-texto-bruto converting
               x"818082838489888A8B8D8C8E8F93929495969A999B9C87"
               to "AAAAAEEEEIIIIOOOOOUUUUC"
           inspect ws-texto-bruto converting
               x"A1A0A2A3A4A9A8AAABADACAEAFB3B2B4B5B6BAB9BBBCA7"
               to "AAAAAEEEEIIIIOOOOOUUUUC"

      *>   Copiar o Texto Descartando os Marcadores e os Espaços à Esquerda
           move space to ws-texto-norm
           move zero  to ws-pos-norm
           perform varying ws-ind-norm from 1 by 1 until ws-ind-norm > 25
               if  ws-texto-bruto(ws-ind-norm:1) <> "~"
               and (ws-pos-norm > zero or ws-texto-bruto(ws-ind-norm:1) <> space)  then
                   add 1 to ws-pos-norm
                   move ws-texto-bruto(ws-ind-norm:1) to ws-texto-norm(ws-pos-norm:1)
               end-if
           end-perform

           .
       normalizar-texto-exit.
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
