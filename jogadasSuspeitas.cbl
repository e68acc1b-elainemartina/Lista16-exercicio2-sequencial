      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "jogadasSuspeitas".
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

           select arqHistorico assign to "arqHistorico.txt"         *> Arquivo de Historico das Pontuações Entre Sessões (Gravado Pelo Jogo)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqHistorico.

           select arqJogadasSuspeitas assign to "arqJogadasSuspeitas.txt" *> Relatorio de Exceções Para Revisão do Organizador da Liga
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqJogadasSuspeitas.

       i-o-control.

      *>------------------------------------------------------------------------
      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqLogRespostas.
       01  fd-linha-log-resposta                   pic x(200).

       fd arqHistorico.
       01  fd-linha-historico                      pic x(80).

       fd arqJogadasSuspeitas.
       01  fd-linha-suspeitas                      pic x(200).

      *>------------------------------------------------------------------------
      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqLogRespostas                     pic  9(02).
       77  ws-fs-arqHistorico                        pic  9(02).
       77  ws-fs-arqJogadasSuspeitas                 pic  9(02).
       77  ws-qtd-jogadores                          pic  9(03) value zero.
       77  ws-qtd-sessoes-jog                        pic  9(04) value zero.
       77  ws-qtd-erros                              pic  9(04) value zero.
       77  ws-qtd-historico                          pic  9(04) value zero.
       77  ws-qtd-linhas-perf                        pic  9(04) value zero.
      *>----Minimo de Respostas Fora das Sessões Perfeitas Para o Jogador Ter um
      *>----Acerto Habitual Que Sirva de Comparação
       77  ws-min-respostas-base                     pic  9(03) value 10.

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

      *>----Layout Antigo da Linha do Historico, Sem o Codigo do Jogador -
      *>----Ainda Presente nos Arquivos Gravados Antes do Registro de Jogadores
       01 ws-linha-historico-ant redefines ws-linha-historico.
          05 filler                                pic x(11).
          05 ws-hist-nome-ant                      pic x(25).
          05 filler                                pic x(01).
          05 ws-hist-pontos-ant                    pic 9(02).
          05 filler                                pic x(07).

      *>----Jogadores Encontrados no Log - Pelo Codigo Quando a Linha Tem Codigo,
      *>----Senão Pelo Nome (Linhas Antigas), com o Total de Respostas e Acertos
       01 ws-jogadores occurs 500.
          05 ws-jg-codigo                          pic 9(04).
          05 ws-jg-nome                            pic x(25).
          05 ws-jg-qtd                             pic 9(06).
          05 ws-jg-acertos                         pic 9(06).
      *>   Respostas e Acertos Dentro das Sessões Perfeitas (Fora da Base Habitual)
          05 ws-jg-perf-qtd                        pic 9(06).
          05 ws-jg-perf-acertos                    pic 9(06).
          05 ws-jg-perf-sessoes                    pic 9(03).
          05 ws-jg-base-qtd                        pic 9(06).
          05 ws-jg-pct-habitual                    pic 9(03).
          05 ws-jg-sinalizado                      pic x(01).
             88 ws-jg-fora-do-habitual             value "S".

      *>----Participação de Cada Jogador em Cada Sessão de Jogo do Log
       01 ws-sessoes-jog occurs 3000.
          05 ws-sj-sessao                          pic x(06).
          05 ws-sj-ind-jog                         pic 9(03).
          05 ws-sj-data                            pic x(10).
          05 ws-sj-qtd                             pic 9(04).
          05 ws-sj-acertos                         pic 9(04).
          05 ws-sj-periodo                         pic x(01).
             88 ws-sj-no-periodo                   value "S".
          05 ws-sj-marca                           pic x(01).
             88 ws-sj-perfeita                     value "S".

      *>----Respostas Erradas Digitadas no Periodo (Com Sessão), Já Normalizadas,
      *>----Para a Comparação Entre Jogadores da Mesma Sessão e Pergunta
       01 ws-erros-digitados occurs 3000.
          05 ws-er-sessao                          pic x(06).
          05 ws-er-deck                            pic x(30).
          05 ws-er-estado                          pic x(25).
          05 ws-er-ind-jog                         pic 9(03).
          05 ws-er-texto                           pic x(25).
          05 ws-er-tamanho                         pic 9(02).
          05 ws-er-marca                           pic x(01).
             88 ws-er-agrupado                     value "S".
          05 ws-er-linha                           pic x(173).

      *>----Linhas do Historico Já Interpretadas (Layout Novo ou Antigo)
       01 ws-historico occurs 5000.
          05 ws-hs-codigo                          pic 9(04).
          05 ws-hs-nome                            pic x(25).
          05 ws-hs-data                            pic x(10).
          05 ws-hs-aamd                            pic 9(08).
          05 ws-hs-sessao                          pic x(06).
          05 ws-hs-marca                           pic x(01).
             88 ws-hs-agrupado                     value "S".
          05 ws-hs-linha                           pic x(51).

      *>----Linhas do Log das Sessões Perfeitas Sinalizadas (Segunda Leitura)
       01 ws-linhas-perfeitas occurs 3000.
          05 ws-lp-ind-sj                          pic 9(04).
          05 ws-lp-linha                           pic x(173).

       01 ws-indices.
          05 ws-ind-jog                            pic 9(03).
          05 ws-ind-jog-achado                     pic 9(03).
          05 ws-ind-sj                             pic 9(04).
          05 ws-ind-sj-achado                      pic 9(04).
          05 ws-ind-er                             pic 9(04).
          05 ws-ind-er-par                         pic 9(04).
          05 ws-ind-hs                             pic 9(04).
          05 ws-ind-hs-par                         pic 9(04).
          05 ws-ind-lp                             pic 9(04).
          05 ws-ind-norm                           pic 9(02).
          05 ws-pos-norm                           pic 9(02).

      *>----Jogador da Linha do Log Já Interpretado (Codigo Zero = Linha Antiga)
       01 ws-linha-apurada.
          05 ws-apur-codigo                        pic 9(04).
          05 ws-apur-nome                          pic x(25).
          05 ws-apur-periodo                       pic x(01).
             88 ws-apur-no-periodo                 value "S".

      *>----Parametros da Sinalização (Informados na Entrada, em Branco = Padrão)
       01 ws-parametros.
          05 ws-par-segundos-min                   pic 9(03) value zero.
          05 ws-par-pct-habitual                   pic 9(03) value zero.
          05 ws-par-min-perfeita                   pic 9(03) value zero.

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

      *>----Comparação de Duas Respostas Erradas - Quase Iguais Quando Diferem
      *>----no Maximo por uma Letra Trocada, a Mais ou a Menos
       01 ws-comparacao.
          05 ws-cmp-longo                          pic x(25).
          05 ws-cmp-curto                          pic x(25).
          05 ws-cmp-tam-longo                      pic 9(02).
          05 ws-cmp-tam-curto                      pic 9(02).
          05 ws-cmp-pos-longo                      pic 9(02).
          05 ws-cmp-pos-curto                      pic 9(02).
          05 ws-cmp-diferencas                     pic 9(02).
          05 ws-cmp-resultado                      pic x(01).
             88 ws-cmp-quase-iguais                value "S".
             88 ws-cmp-diferentes                  value "N".
      *>   Respostas Mais Curtas Que Isto Só Contam Quando Iguais
          05 ws-cmp-tam-minimo                     pic 9(02) value 4.

       01 ws-calculos.
          05 ws-calc-qtd                           pic 9(06).
          05 ws-calc-acertos                       pic 9(06).
          05 ws-qtd-grupo                          pic 9(04).
          05 ws-sessoes-diferentes                 pic x(01).
             88 ws-ha-outra-sessao                 value "S".

       01 ws-totais.
          05 ws-tot-linhas-log                     pic 9(07) value zero.
          05 ws-tot-linhas-ignoradas               pic 9(07) value zero.
          05 ws-tot-linhas-hist                    pic 9(07) value zero.
          05 ws-tot-rapidas                        pic 9(05) value zero.
          05 ws-tot-jog-perfeitos                  pic 9(05) value zero.
          05 ws-tot-sessoes-perfeitas              pic 9(05) value zero.
          05 ws-tot-mesmo-dia                      pic 9(05) value zero.
          05 ws-tot-erros-iguais                   pic 9(05) value zero.

      *>----Linha Corrente do Relatorio (Montada Por Quem Chama a Gravação)
       01 ws-linha-saida                           pic x(200).

       01 ws-titulo-relatorio                      pic x(80)
          value "Jogadas Suspeitas - Revisao Antes da Publicacao da Liga".

       01 ws-cabecalho-periodo.
          05 filler                                pic x(09) value "Periodo: ".
          05 ws-cab-periodo-de                     pic x(10).
          05 filler                                pic x(05) value " ate ".
          05 ws-cab-periodo-ate                    pic x(10).

       01 ws-cabecalho-criterio-1.
          05 filler                                pic x(36) value "Resposta Certa Digitada Abaixo de   ".
          05 ws-cab-segundos-min                   pic zz9.
          05 filler                                pic x(12) value " Segundo(s)".

       01 ws-cabecalho-criterio-2.
          05 filler                                pic x(30) value "Placar Perfeito com Minimo de ".
          05 ws-cab-min-perfeita                   pic zz9.
          05 filler                                pic x(40) value " Resposta(s) e Acerto Habitual Abaixo de".
          05 ws-cab-pct-habitual                   pic zzz9.
          05 filler                                pic x(20) value "% (Base Minima de   ".
          05 ws-cab-min-base                       pic zz9.
          05 filler                                pic x(12) value " Respostas)".

       01 ws-subtitulo.
          05 ws-sub-texto                          pic x(80).

       01 ws-linha-rapida.
          05 filler                                pic x(02) value space.
          05 filler                                pic x(08) value "Jogador ".
          05 ws-lrp-codigo                         pic x(04).
          05 filler                                pic x(01) value space.
          05 ws-lrp-nome                           pic x(25).
          05 filler                                pic x(10) value " - Sessao ".
          05 ws-lrp-sessao                         pic x(06).
          05 filler                                pic x(03) value " - ".
          05 ws-lrp-segundos                       pic zzzz9.
          05 filler                                pic x(29) value " Segundo(s) na Resposta Certa".

       01 ws-linha-jog-perfeito.
          05 filler                                pic x(02) value space.
          05 filler                                pic x(08) value "Jogador ".
          05 ws-ljp-codigo                         pic x(04).
          05 filler                                pic x(01) value space.
          05 ws-ljp-nome                           pic x(25).
          05 filler                                pic x(03) value " - ".
          05 ws-ljp-sessoes                        pic zz9.
          05 filler                                pic x(43) value " Sessao(oes) Perfeita(s) - Acerto Habitual ".
          05 ws-ljp-pct                            pic zz9.
          05 filler                                pic x(05) value "% em ".
          05 ws-ljp-base                           pic zzzzz9.
          05 filler                                pic x(12) value " Resposta(s)".

       01 ws-linha-sessao-perfeita.
          05 filler                                pic x(04) value space.
          05 filler                                pic x(07) value "Sessao ".
          05 ws-lsp-sessao                         pic x(06).
          05 filler                                pic x(04) value " em ".
          05 ws-lsp-data                           pic x(10).
          05 filler                                pic x(03) value " - ".
          05 ws-lsp-acertos                        pic zzz9.
          05 filler                                pic x(04) value " de ".
          05 ws-lsp-qtd                            pic zzz9.
          05 filler                                pic x(07) value " Certas".

       01 ws-linha-mesmo-dia.
          05 filler                                pic x(02) value space.
          05 filler                                pic x(08) value "Jogador ".
          05 ws-lmd-codigo                         pic 9(04).
          05 filler                                pic x(01) value space.
          05 ws-lmd-nome                           pic x(25).
          05 filler                                pic x(03) value " - ".
          05 ws-lmd-data                           pic x(10).
          05 filler                                pic x(03) value " - ".
          05 ws-lmd-qtd                            pic zzz9.
          05 filler                                pic x(40) value " Linha(s) de Historico em Sessoes Dif.".

       01 ws-linha-erros-iguais.
          05 filler                                pic x(02) value space.
          05 filler                                pic x(07) value "Sessao ".
          05 ws-lei-sessao                         pic x(06).
          05 filler                                pic x(13) value " - Pergunta: ".
          05 ws-lei-estado                         pic x(25).
          05 filler                                pic x(08) value " - Deck ".
          05 ws-lei-deck                           pic x(30).
          05 filler                                pic x(03) value " - ".
          05 ws-lei-qtd                            pic zzz9.
          05 filler                                pic x(12) value " Resposta(s)".

      *>----Linha de Origem da Exceção (Log ou Historico) Reproduzida Como Está
       01 ws-linha-origem.
          05 filler                                pic x(06) value space.
          05 ws-lor-tipo                           pic x(06).
          05 ws-lor-linha                          pic x(173).

       01 ws-linha-nenhuma                         pic x(80)
          value "  Nenhuma Ocorrencia".

       01 ws-linha-total.
          05 filler                                pic x(02) value space.
          05 ws-ltt-texto                          pic x(50).
          05 ws-ltt-valor                          pic zzzzzz9.

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

           display "Jogadas Suspeitas - Revisao Antes da Publicacao da Liga"
           display "Data Inicial (DD/MM/AAAA, Branco = Desde o Inicio)        : "
           accept ws-periodo-de
           display "Data Final   (DD/MM/AAAA, Branco = Ate Hoje)              : "
           accept ws-periodo-ate
           display "Segundos Minimos da Resposta Certa Digitada  (Branco = 2) : "
           accept ws-par-segundos-min
           display "Acerto % Habitual Abaixo do Qual o Perfeito Chama Atencao (Branco = 60): "
           accept ws-par-pct-habitual
           display "Minimo de Respostas da Sessao Perfeita       (Branco = 5) : "
           accept ws-par-min-perfeita

      *>   Limites Não Informados Assumem o Padrão
           if  ws-par-segundos-min = zero then
               move 2 to ws-par-segundos-min
           end-if
           if  ws-par-pct-habitual = zero then
               move 60 to ws-par-pct-habitual
           end-if
           if  ws-par-min-perfeita = zero then
               move 5 to ws-par-min-perfeita
           end-if

           if  ws-par-pct-habitual > 100 then
               move 1                                        to ws-msn-erro-ofsset
               move zero                                     to ws-msn-erro-cod
               move "Acerto Habitual Acima de 100%"           to ws-msn-erro-text
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

      *>   Abrir o Arquivo em Modo Output, um Arquivo Novo Para Cada Revisão
           open output arqJogadasSuspeitas
           if  ws-fs-arqJogadasSuspeitas <> 0 then
               move 5                                         to ws-msn-erro-ofsset
               move ws-fs-arqJogadasSuspeitas                 to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqJogadasSuspeitas"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform gravar-cabecalho-relatorio

      *>   Primeira Leitura do Log - as Respostas Rapidas Saem Direto no Relatorio
      *>   e Ficam Acumulados os Jogadores, as Sessões e as Respostas Erradas
           move "1. Respostas Certas Digitadas Abaixo do Tempo Minimo" to ws-sub-texto
           perform gravar-subtitulo
           perform ler-log-acumulando
           if  ws-tot-rapidas = zero then
               move ws-linha-nenhuma to ws-linha-saida
               perform gravar-linha-relatorio
           end-if

      *>   Historico Inteiro em Memoria - Base das Sessões Perfeitas e do
      *>   Mesmo Jogador em Mais de uma Sessão no Dia
           perform carregar-historico

           move "2. Placar Perfeito Fora do Acerto Habitual do Jogador" to ws-sub-texto
           perform gravar-subtitulo
           perform apurar-sessoes-perfeitas
           if  ws-tot-sessoes-perfeitas > zero then
               perform ler-log-sessoes-perfeitas
               perform gravar-sessoes-perfeitas
           else
               move ws-linha-nenhuma to ws-linha-saida
               perform gravar-linha-relatorio
           end-if

           move "3. Mesmo Jogador em Mais de uma Sessao no Mesmo Dia" to ws-sub-texto
           perform gravar-subtitulo
           perform gravar-mesmo-dia
           if  ws-tot-mesmo-dia = zero then
               move ws-linha-nenhuma to ws-linha-saida
               perform gravar-linha-relatorio
           end-if

           move "4. Respostas Erradas Quase Iguais de Jogadores Diferentes na Mesma Sessao" to ws-sub-texto
           perform gravar-subtitulo
           perform gravar-erros-iguais
           if  ws-tot-erros-iguais = zero then
               move ws-linha-nenhuma to ws-linha-saida
               perform gravar-linha-relatorio
           end-if

           perform gravar-resumo

           close arqJogadasSuspeitas
           if  ws-fs-arqJogadasSuspeitas <> 0 then
               move 6                                         to ws-msn-erro-ofsset
               move ws-fs-arqJogadasSuspeitas                 to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqJogadasSuspeitas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Revisao Gravada em arqJogadasSuspeitas.txt"
           display "Respostas Rapidas: " ws-tot-rapidas
                   " - Sessoes Perfeitas Fora do Habitual: " ws-tot-sessoes-perfeitas
           display "Mesmo Dia em Mais de uma Sessao: " ws-tot-mesmo-dia
                   " - Grupos de Erros Quase Iguais: " ws-tot-erros-iguais

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Titulo, Periodo e Criterios da Revisão
      *>------------------------------------------------------------------------
       gravar-cabecalho-relatorio section.

           move ws-titulo-relatorio to ws-linha-saida
           perform gravar-linha-relatorio

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
           move ws-cabecalho-periodo to ws-linha-saida
           perform gravar-linha-relatorio

           move ws-par-segundos-min to ws-cab-segundos-min
           move ws-cabecalho-criterio-1 to ws-linha-saida
           perform gravar-linha-relatorio

           move ws-par-min-perfeita   to ws-cab-min-perfeita
           move ws-par-pct-habitual   to ws-cab-pct-habitual
           move ws-min-respostas-base to ws-cab-min-base
           move ws-cabecalho-criterio-2 to ws-linha-saida
           perform gravar-linha-relatorio

           .
       gravar-cabecalho-relatorio-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Primeira Leitura do Log de Respostas
      *>------------------------------------------------------------------------
       ler-log-acumulando section.

           open input arqLogRespostas
           if  ws-fs-arqLogRespostas <> 0 then
               move 7                                     to ws-msn-erro-ofsset
               move ws-fs-arqLogRespostas                 to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqLogRespostas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqLogRespostas = 10

               read arqLogRespostas

               if  ws-fs-arqLogRespostas = 0 then
                   add 1 to ws-tot-linhas-log
                   move fd-linha-log-resposta to ws-linha-log-resposta
                   perform acumular-linha-log
               else
                   if  ws-fs-arqLogRespostas <> 10 then
                       move 8                                     to ws-msn-erro-ofsset
                       move ws-fs-arqLogRespostas                 to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqLogRespostas  "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqLogRespostas
           if  ws-fs-arqLogRespostas <> 0 then
               move 9                                     to ws-msn-erro-ofsset
               move ws-fs-arqLogRespostas                 to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqLogRespostas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       ler-log-acumulando-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Acumula uma Linha do Log - o Acerto Habitual Usa o Log Inteiro e
      *>    Somente as Linhas do Periodo Podem Ser Sinalizadas
      *>------------------------------------------------------------------------
       acumular-linha-log section.

      *>   Linha com Data Invalida ou Sem Tempo Numerico Não Entra na Apuração
           move ws-log-data to ws-conv-data-ddmmaaaa
           perform converter-data-aamd
           if  ws-conv-data-invalida
           or  ws-log-segundos is not numeric
           or  ws-log-estado = space  then
               add 1 to ws-tot-linhas-ignoradas
               go to acumular-linha-log-exit
           end-if

           move "N" to ws-apur-periodo
           move ws-conv-data-aamd-num to ws-data-linha-aamd
           if  ws-data-linha-aamd >= ws-periodo-de-aamd
           and ws-data-linha-aamd <= ws-periodo-ate-aamd  then
               move "S" to ws-apur-periodo
           end-if

           perform localizar-jogador-log

           set ws-resultado-erro to true
           if  ws-log-resultado = "C"
           or (ws-log-resultado = "E"
           and ws-log-ajuste <> space)  then
               set ws-resultado-acerto to true
           end-if

           add 1 to ws-jg-qtd(ws-ind-jog-achado)
           if  ws-resultado-acerto then
               add 1 to ws-jg-acertos(ws-ind-jog-achado)
           end-if

      *>   Resposta Certa Digitada Abaixo do Tempo Minimo - Exceção Imediata
           if  ws-apur-no-periodo
           and ws-log-modo <> "M"
           and ws-log-resultado = "C"
           and ws-log-segundos < ws-par-segundos-min  then
               add 1 to ws-tot-rapidas
               move ws-log-codigo   to ws-lrp-codigo
               move ws-log-nome     to ws-lrp-nome
               move ws-log-sessao   to ws-lrp-sessao
               move ws-log-segundos to ws-lrp-segundos
               move ws-linha-rapida to ws-linha-saida
               perform gravar-linha-relatorio
               move "Log : "              to ws-lor-tipo
               move ws-linha-log-resposta to ws-lor-linha
               move ws-linha-origem       to ws-linha-saida
               perform gravar-linha-relatorio
           end-if

      *>   Linhas Antigas Sem Sessão Não Entram nas Comparações por Sessão
           if  ws-log-sessao is not numeric then
               go to acumular-linha-log-exit
           end-if

           perform localizar-sessao-jogador

           add 1 to ws-sj-qtd(ws-ind-sj-achado)
           if  ws-resultado-acerto then
               add 1 to ws-sj-acertos(ws-ind-sj-achado)
           end-if

      *>   Resposta Errada Digitada Guardada Para a Comparação Entre Jogadores
      *>   (a Anulada por Ajuste Não - o Organizador a Aceitou Como Certa)
           if  ws-apur-no-periodo
           and ws-log-modo <> "M"
           and ws-resultado-erro
           and ws-log-resultado = "E"
           and ws-log-resposta <> space  then
               perform guardar-erro-digitado
           end-if

           .
       acumular-linha-log-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Procura (ou Abre) o Jogador da Linha do Log - Pelo Codigo, ou Pelo
      *>    Nome Entre os Jogadores Sem Codigo Quando a Linha é Antiga
      *>------------------------------------------------------------------------
       localizar-jogador-log section.

           if  ws-log-codigo is numeric then
               move ws-log-codigo to ws-apur-codigo
           else
               move zero          to ws-apur-codigo
           end-if
           move ws-log-nome to ws-apur-nome

           move zero to ws-ind-jog-achado
           perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-qtd-jogadores
                                                     or ws-ind-jog-achado > zero
               if  (ws-apur-codigo > zero
               and  ws-jg-codigo(ws-ind-jog) = ws-apur-codigo)
               or  (ws-apur-codigo = zero
               and  ws-jg-codigo(ws-ind-jog) = zero
               and  ws-jg-nome(ws-ind-jog) = ws-apur-nome)  then
                   move ws-ind-jog to ws-ind-jog-achado
               end-if
           end-perform

           if  ws-ind-jog-achado = zero then
               if  ws-qtd-jogadores >= 500 then
                   move 10                                   to ws-msn-erro-ofsset
                   move zero                                 to ws-msn-erro-cod
                   move "Tabela de Jogadores Cheia (500)"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-jogadores
               move ws-qtd-jogadores to ws-ind-jog-achado
               initialize ws-jogadores(ws-ind-jog-achado)
               move ws-apur-codigo   to ws-jg-codigo(ws-ind-jog-achado)
               move ws-apur-nome     to ws-jg-nome(ws-ind-jog-achado)
           end-if

           .
       localizar-jogador-log-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Procura (ou Abre) a Participação do Jogador na Sessão da Linha
      *>------------------------------------------------------------------------
       localizar-sessao-jogador section.

           move zero to ws-ind-sj-achado
           perform varying ws-ind-sj from ws-qtd-sessoes-jog by -1 until ws-ind-sj < 1
                                                               or ws-ind-sj-achado > zero
               if  ws-sj-sessao(ws-ind-sj)  = ws-log-sessao
               and ws-sj-ind-jog(ws-ind-sj) = ws-ind-jog-achado  then
                   move ws-ind-sj to ws-ind-sj-achado
               end-if
           end-perform

           if  ws-ind-sj-achado = zero then
               if  ws-qtd-sessoes-jog >= 3000 then
                   move 11                                   to ws-msn-erro-ofsset
                   move zero                                 to ws-msn-erro-cod
                   move "Tabela de Sessoes Cheia (3000)"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-sessoes-jog
               move ws-qtd-sessoes-jog to ws-ind-sj-achado
               initialize ws-sessoes-jog(ws-ind-sj-achado)
               move ws-log-sessao      to ws-sj-sessao(ws-ind-sj-achado)
               move ws-ind-jog-achado  to ws-sj-ind-jog(ws-ind-sj-achado)
               move ws-log-data        to ws-sj-data(ws-ind-sj-achado)
               move ws-apur-periodo    to ws-sj-periodo(ws-ind-sj-achado)
           end-if

           .
       localizar-sessao-jogador-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Guarda a Resposta Errada Digitada Normalizada, com o Seu Tamanho
      *>------------------------------------------------------------------------
       guardar-erro-digitado section.

           if  ws-qtd-erros >= 3000 then
               move 12                                   to ws-msn-erro-ofsset
               move zero                                 to ws-msn-erro-cod
               move "Tabela de Respostas Erradas Cheia"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-log-resposta to ws-texto-bruto
           perform normalizar-texto

           add 1 to ws-qtd-erros
           move ws-log-sessao          to ws-er-sessao(ws-qtd-erros)
           move ws-log-deck            to ws-er-deck(ws-qtd-erros)
           move ws-log-estado          to ws-er-estado(ws-qtd-erros)
           move ws-ind-jog-achado      to ws-er-ind-jog(ws-qtd-erros)
           move ws-texto-norm          to ws-er-texto(ws-qtd-erros)
           move space                  to ws-er-marca(ws-qtd-erros)
           move ws-linha-log-resposta  to ws-er-linha(ws-qtd-erros)

      *>   Tamanho da Resposta = Posição do Ultimo Caractere Não Branco
           move zero to ws-er-tamanho(ws-qtd-erros)
           perform varying ws-ind-norm from 25 by -1 until ws-ind-norm < 1
                                                       or ws-er-tamanho(ws-qtd-erros) > zero
               if  ws-texto-norm(ws-ind-norm:1) <> space then
                   move ws-ind-norm to ws-er-tamanho(ws-qtd-erros)
               end-if
           end-perform

           .
       guardar-erro-digitado-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Carga do Historico em Memoria (Layout Novo ou Antigo, Sem Codigo)
      *>------------------------------------------------------------------------
       carregar-historico section.

           open input arqHistorico

      *>   Sem Historico Não Há Linhas a Mostrar Nem Sessões no Mesmo Dia
           if  ws-fs-arqHistorico = 35 then
               display "Aviso - arqHistorico.txt Nao Encontrado"
               go to carregar-historico-exit
           end-if
           if  ws-fs-arqHistorico <> 0 then
               move 13                                    to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                    to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqHistorico   "  to ws-msn-erro-text
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
                       move 14                                    to ws-msn-erro-ofsset
                       move ws-fs-arqHistorico                    to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqHistorico    "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqHistorico
           if  ws-fs-arqHistorico <> 0 then
               move 15                                    to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                    to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqHistorico  "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       carregar-historico-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Interpreta e Guarda uma Linha do Historico
      *>------------------------------------------------------------------------
       guardar-linha-historico section.

           move ws-hist-data to ws-conv-data-ddmmaaaa
           perform converter-data-aamd
           if  ws-conv-data-invalida then
               go to guardar-linha-historico-exit
           end-if

           if  ws-qtd-historico >= 5000 then
               move 16                                   to ws-msn-erro-ofsset
               move zero                                 to ws-msn-erro-cod
               move "Tabela do Historico Cheia (5000)"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-hist-codigo is numeric
           and ws-hist-pontos is numeric  then
               add 1 to ws-qtd-historico
               move ws-hist-codigo   to ws-hs-codigo(ws-qtd-historico)
               move ws-hist-nome     to ws-hs-nome(ws-qtd-historico)
               if  ws-hist-sessao is numeric then
                   move ws-hist-sessao to ws-hs-sessao(ws-qtd-historico)
               else
                   move space          to ws-hs-sessao(ws-qtd-historico)
               end-if
           else
               if  ws-hist-pontos-ant is numeric then
                   add 1 to ws-qtd-historico
                   move zero             to ws-hs-codigo(ws-qtd-historico)
                   move ws-hist-nome-ant to ws-hs-nome(ws-qtd-historico)
                   move space            to ws-hs-sessao(ws-qtd-historico)
               else
                   go to guardar-linha-historico-exit
               end-if
           end-if

           move ws-hist-data          to ws-hs-data(ws-qtd-historico)
           move ws-conv-data-aamd-num to ws-hs-aamd(ws-qtd-historico)
           move space                 to ws-hs-marca(ws-qtd-historico)
           move ws-linha-historico    to ws-hs-linha(ws-qtd-historico)

           .
       guardar-linha-historico-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Sessões Perfeitas (Todas as Respostas Certas, com o Minimo de
      *>    Respostas) Comparadas com o Acerto Habitual do Jogador, Apurado
      *>    Fora das Sessões Perfeitas Para uma Sequencia Delas Não se Esconder
      *>------------------------------------------------------------------------
       apurar-sessoes-perfeitas section.

      *>   Separar as Respostas das Sessões Perfeitas do Resto do Jogador
           perform varying ws-ind-sj from 1 by 1 until ws-ind-sj > ws-qtd-sessoes-jog
               if  ws-sj-qtd(ws-ind-sj) >= ws-par-min-perfeita
               and ws-sj-acertos(ws-ind-sj) = ws-sj-qtd(ws-ind-sj)  then
                   move ws-sj-ind-jog(ws-ind-sj) to ws-ind-jog
                   add ws-sj-qtd(ws-ind-sj)     to ws-jg-perf-qtd(ws-ind-jog)
                   add ws-sj-acertos(ws-ind-sj) to ws-jg-perf-acertos(ws-ind-jog)
                   if  ws-sj-no-periodo(ws-ind-sj) then
                       add 1 to ws-jg-perf-sessoes(ws-ind-jog)
                   end-if
               end-if
           end-perform

      *>   Jogador com Sessão Perfeita no Periodo e Acerto Habitual Abaixo do Limite
           perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-qtd-jogadores
               if  ws-jg-perf-sessoes(ws-ind-jog) > zero then
                   compute ws-calc-qtd = ws-jg-qtd(ws-ind-jog) - ws-jg-perf-qtd(ws-ind-jog)
                   compute ws-calc-acertos = ws-jg-acertos(ws-ind-jog)
                                           - ws-jg-perf-acertos(ws-ind-jog)
                   move ws-calc-qtd to ws-jg-base-qtd(ws-ind-jog)
                   if  ws-calc-qtd >= ws-min-respostas-base then
                       compute ws-jg-pct-habitual(ws-ind-jog) =
                               (ws-calc-acertos * 100) / ws-calc-qtd
                       if  ws-jg-pct-habitual(ws-ind-jog) < ws-par-pct-habitual then
                           move "S" to ws-jg-sinalizado(ws-ind-jog)
                           add 1 to ws-tot-jog-perfeitos
                       end-if
                   end-if
               end-if
           end-perform

      *>   Marcar as Sessões Perfeitas do Periodo dos Jogadores Sinalizados
           perform varying ws-ind-sj from 1 by 1 until ws-ind-sj > ws-qtd-sessoes-jog
               move ws-sj-ind-jog(ws-ind-sj) to ws-ind-jog
               if  ws-jg-fora-do-habitual(ws-ind-jog)
               and ws-sj-no-periodo(ws-ind-sj)
               and ws-sj-qtd(ws-ind-sj) >= ws-par-min-perfeita
               and ws-sj-acertos(ws-ind-sj) = ws-sj-qtd(ws-ind-sj)  then
                   move "S" to ws-sj-marca(ws-ind-sj)
                   add 1 to ws-tot-sessoes-perfeitas
               end-if
           end-perform

           .
       apurar-sessoes-perfeitas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Segunda Leitura do Log - Guarda as Linhas das Sessões Perfeitas
      *>    Sinalizadas, Para Sairem no Relatorio Junto da Sua Sessão
      *>------------------------------------------------------------------------
       ler-log-sessoes-perfeitas section.

           open input arqLogRespostas
           if  ws-fs-arqLogRespostas <> 0 then
               move 17                                    to ws-msn-erro-ofsset
               move ws-fs-arqLogRespostas                 to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqLogRespostas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqLogRespostas = 10

               read arqLogRespostas

               if  ws-fs-arqLogRespostas = 0 then
                   move fd-linha-log-resposta to ws-linha-log-resposta
                   perform guardar-linha-perfeita
               else
                   if  ws-fs-arqLogRespostas <> 10 then
                       move 18                                    to ws-msn-erro-ofsset
                       move ws-fs-arqLogRespostas                 to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqLogRespostas  "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqLogRespostas
           if  ws-fs-arqLogRespostas <> 0 then
               move 19                                    to ws-msn-erro-ofsset
               move ws-fs-arqLogRespostas                 to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqLogRespostas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       ler-log-sessoes-perfeitas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Guarda a Linha do Log se Ela For de uma Sessão Perfeita Sinalizada
      *>------------------------------------------------------------------------
       guardar-linha-perfeita section.

           move ws-log-data to ws-conv-data-ddmmaaaa
           perform converter-data-aamd
           if  ws-conv-data-invalida
           or  ws-log-segundos is not numeric
           or  ws-log-estado = space
           or  ws-log-sessao is not numeric  then
               go to guardar-linha-perfeita-exit
           end-if

           perform localizar-jogador-log
           perform localizar-sessao-jogador

           if  not ws-sj-perfeita(ws-ind-sj-achado) then
               go to guardar-linha-perfeita-exit
           end-if

           if  ws-qtd-linhas-perf >= 3000 then
               move 20                                   to ws-msn-erro-ofsset
               move zero                                 to ws-msn-erro-cod
               move "Linhas de Sessoes Perfeitas > 3000"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-linhas-perf
           move ws-ind-sj-achado      to ws-lp-ind-sj(ws-qtd-linhas-perf)
           move ws-linha-log-resposta to ws-lp-linha(ws-qtd-linhas-perf)

           .
       guardar-linha-perfeita-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Grava os Jogadores Sinalizados, Cada Sessão Perfeita com a Sua Linha
      *>    do Historico e as Linhas do Log em que se Baseia
      *>------------------------------------------------------------------------
       gravar-sessoes-perfeitas section.

           perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > ws-qtd-jogadores

               if  ws-jg-fora-do-habitual(ws-ind-jog) then

                   move ws-linha-branca to ws-linha-saida
                   perform gravar-linha-relatorio

                   if  ws-jg-codigo(ws-ind-jog) > zero then
                       move ws-jg-codigo(ws-ind-jog) to ws-ljp-codigo
                   else
                       move "----"                   to ws-ljp-codigo
                   end-if
                   move ws-jg-nome(ws-ind-jog)         to ws-ljp-nome
                   move ws-jg-perf-sessoes(ws-ind-jog) to ws-ljp-sessoes
                   move ws-jg-pct-habitual(ws-ind-jog) to ws-ljp-pct
                   move ws-jg-base-qtd(ws-ind-jog)     to ws-ljp-base
                   move ws-linha-jog-perfeito to ws-linha-saida
                   perform gravar-linha-relatorio

                   perform varying ws-ind-sj from 1 by 1 until ws-ind-sj > ws-qtd-sessoes-jog
                       if  ws-sj-ind-jog(ws-ind-sj) = ws-ind-jog
                       and ws-sj-perfeita(ws-ind-sj)  then
                           perform gravar-uma-sessao-perfeita
                       end-if
                   end-perform

               end-if

           end-perform

           .
       gravar-sessoes-perfeitas-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Uma Sessão Perfeita - Linha da Sessão, Historico e Linhas do Log
      *>------------------------------------------------------------------------
       gravar-uma-sessao-perfeita section.

           move ws-sj-sessao(ws-ind-sj)  to ws-lsp-sessao
           move ws-sj-data(ws-ind-sj)    to ws-lsp-data
           move ws-sj-acertos(ws-ind-sj) to ws-lsp-acertos
           move ws-sj-qtd(ws-ind-sj)     to ws-lsp-qtd
           move ws-linha-sessao-perfeita to ws-linha-saida
           perform gravar-linha-relatorio

      *>   Linha do Historico da Mesma Sessão e do Mesmo Jogador
           perform varying ws-ind-hs from 1 by 1 until ws-ind-hs > ws-qtd-historico
               if  ws-hs-sessao(ws-ind-hs) = ws-sj-sessao(ws-ind-sj)
               and ((ws-jg-codigo(ws-ind-jog) > zero
               and   ws-hs-codigo(ws-ind-hs) = ws-jg-codigo(ws-ind-jog))
               or   (ws-jg-codigo(ws-ind-jog) = zero
               and   ws-hs-nome(ws-ind-hs) = ws-jg-nome(ws-ind-jog)))  then
                   move "Hist: "             to ws-lor-tipo
                   move ws-hs-linha(ws-ind-hs) to ws-lor-linha
                   move ws-linha-origem      to ws-linha-saida
                   perform gravar-linha-relatorio
               end-if
           end-perform

           perform varying ws-ind-lp from 1 by 1 until ws-ind-lp > ws-qtd-linhas-perf
               if  ws-lp-ind-sj(ws-ind-lp) = ws-ind-sj then
                   move "Log : "             to ws-lor-tipo
                   move ws-lp-linha(ws-ind-lp) to ws-lor-linha
                   move ws-linha-origem      to ws-linha-saida
                   perform gravar-linha-relatorio
               end-if
           end-perform

           .
       gravar-uma-sessao-perfeita-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Mesmo Jogador (Pelo Codigo) em Sessões Diferentes no Mesmo Dia do
      *>    Periodo, Conforme o Historico - Linhas Sem Sessão Ficam de Fora
      *>------------------------------------------------------------------------
       gravar-mesmo-dia section.

           perform varying ws-ind-hs from 1 by 1 until ws-ind-hs > ws-qtd-historico

               if  not ws-hs-agrupado(ws-ind-hs)
               and ws-hs-codigo(ws-ind-hs) > zero
               and ws-hs-sessao(ws-ind-hs) <> space
               and ws-hs-aamd(ws-ind-hs) >= ws-periodo-de-aamd
               and ws-hs-aamd(ws-ind-hs) <= ws-periodo-ate-aamd  then

      *>           Contar as Linhas do Mesmo Jogador no Mesmo Dia e Ver se Alguma
      *>           é de Outra Sessão
                   move zero to ws-qtd-grupo
                   move "N"  to ws-sessoes-diferentes
                   perform varying ws-ind-hs-par from ws-ind-hs by 1
                             until ws-ind-hs-par > ws-qtd-historico
                       if  ws-hs-codigo(ws-ind-hs-par) = ws-hs-codigo(ws-ind-hs)
                       and ws-hs-aamd(ws-ind-hs-par)   = ws-hs-aamd(ws-ind-hs)
                       and ws-hs-sessao(ws-ind-hs-par) <> space  then
                           add 1 to ws-qtd-grupo
                           if  ws-hs-sessao(ws-ind-hs-par) <> ws-hs-sessao(ws-ind-hs) then
                               move "S" to ws-sessoes-diferentes
                           end-if
                       end-if
                   end-perform

                   if  ws-ha-outra-sessao then
                       perform gravar-grupo-mesmo-dia
                   end-if

               end-if

           end-perform

           .
       gravar-mesmo-dia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Grava o Grupo do Jogador/Dia com as Linhas do Historico
      *>------------------------------------------------------------------------
       gravar-grupo-mesmo-dia section.

           add 1 to ws-tot-mesmo-dia

           move ws-linha-branca to ws-linha-saida
           perform gravar-linha-relatorio

           move ws-hs-codigo(ws-ind-hs) to ws-lmd-codigo
           move ws-hs-nome(ws-ind-hs)   to ws-lmd-nome
           move ws-hs-data(ws-ind-hs)   to ws-lmd-data
           move ws-qtd-grupo            to ws-lmd-qtd
           move ws-linha-mesmo-dia      to ws-linha-saida
           perform gravar-linha-relatorio

           perform varying ws-ind-hs-par from ws-ind-hs by 1
                     until ws-ind-hs-par > ws-qtd-historico
               if  ws-hs-codigo(ws-ind-hs-par) = ws-hs-codigo(ws-ind-hs)
               and ws-hs-aamd(ws-ind-hs-par)   = ws-hs-aamd(ws-ind-hs)
               and ws-hs-sessao(ws-ind-hs-par) <> space  then
                   move "S"                        to ws-hs-marca(ws-ind-hs-par)
                   move "Hist: "                   to ws-lor-tipo
                   move ws-hs-linha(ws-ind-hs-par) to ws-lor-linha
                   move ws-linha-origem            to ws-linha-saida
                   perform gravar-linha-relatorio
               end-if
           end-perform

           .
       gravar-grupo-mesmo-dia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Respostas Erradas Digitadas Quase Iguais, na Mesma Sessão e Para a
      *>    Mesma Pergunta, Dadas por Jogadores Diferentes
      *>------------------------------------------------------------------------
       gravar-erros-iguais section.

           perform varying ws-ind-er from 1 by 1 until ws-ind-er > ws-qtd-erros

               if  not ws-er-agrupado(ws-ind-er) then

      *>           Contar as Respostas de Outros Jogadores Parecidas com Esta
                   move zero to ws-qtd-grupo
                   perform varying ws-ind-er-par from ws-ind-er by 1
                             until ws-ind-er-par > ws-qtd-erros
                       if  ws-ind-er-par > ws-ind-er
                       and not ws-er-agrupado(ws-ind-er-par)
                       and ws-er-sessao(ws-ind-er-par)  = ws-er-sessao(ws-ind-er)
                       and ws-er-deck(ws-ind-er-par)    = ws-er-deck(ws-ind-er)
                       and ws-er-estado(ws-ind-er-par)  = ws-er-estado(ws-ind-er)
                       and ws-er-ind-jog(ws-ind-er-par) <> ws-er-ind-jog(ws-ind-er)  then
                           perform comparar-erros
                           if  ws-cmp-quase-iguais then
                               add 1 to ws-qtd-grupo
                           end-if
                       end-if
                   end-perform

                   if  ws-qtd-grupo > zero then
                       perform gravar-grupo-erros-iguais
                   end-if

               end-if

           end-perform

           .
       gravar-erros-iguais-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Grava o Grupo de Respostas Erradas Quase Iguais com as Linhas do Log
      *>------------------------------------------------------------------------
       gravar-grupo-erros-iguais section.

           add 1 to ws-tot-erros-iguais

           move ws-linha-branca to ws-linha-saida
           perform gravar-linha-relatorio

           move ws-er-sessao(ws-ind-er) to ws-lei-sessao
           move ws-er-estado(ws-ind-er) to ws-lei-estado
           move ws-er-deck(ws-ind-er)   to ws-lei-deck
           compute ws-lei-qtd = ws-qtd-grupo + 1
           move ws-linha-erros-iguais   to ws-linha-saida
           perform gravar-linha-relatorio

           move "S"                     to ws-er-marca(ws-ind-er)
           move "Log : "                to ws-lor-tipo
           move ws-er-linha(ws-ind-er)  to ws-lor-linha
           move ws-linha-origem         to ws-linha-saida
           perform gravar-linha-relatorio

           perform varying ws-ind-er-par from ws-ind-er by 1
                     until ws-ind-er-par > ws-qtd-erros
               if  ws-ind-er-par > ws-ind-er
               and not ws-er-agrupado(ws-ind-er-par)
               and ws-er-sessao(ws-ind-er-par)  = ws-er-sessao(ws-ind-er)
               and ws-er-deck(ws-ind-er-par)    = ws-er-deck(ws-ind-er)
               and ws-er-estado(ws-ind-er-par)  = ws-er-estado(ws-ind-er)
               and ws-er-ind-jog(ws-ind-er-par) <> ws-er-ind-jog(ws-ind-er)  then
                   perform comparar-erros
                   if  ws-cmp-quase-iguais then
                       move "S"                        to ws-er-marca(ws-ind-er-par)
                       move ws-er-linha(ws-ind-er-par) to ws-lor-linha
                       move ws-linha-origem            to ws-linha-saida
                       perform gravar-linha-relatorio
                   end-if
               end-if
           end-perform

           .
       gravar-grupo-erros-iguais-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Compara as Respostas Erradas ws-ind-er e ws-ind-er-par - Quase
      *>    Iguais Quando Iguais, ou (Com Pelo Menos 4 Letras) Quando Diferem
      *>    por uma Unica Letra Trocada, a Mais ou a Menos
      *>------------------------------------------------------------------------
       comparar-erros section.

           set ws-cmp-diferentes to true

           if  ws-er-texto(ws-ind-er) = ws-er-texto(ws-ind-er-par) then
               set ws-cmp-quase-iguais to true
               go to comparar-erros-exit
           end-if

      *>   Deixar no Lado "Longo" a Resposta Maior das Duas
           if  ws-er-tamanho(ws-ind-er) >= ws-er-tamanho(ws-ind-er-par) then
               move ws-er-texto(ws-ind-er)       to ws-cmp-longo
               move ws-er-tamanho(ws-ind-er)     to ws-cmp-tam-longo
               move ws-er-texto(ws-ind-er-par)   to ws-cmp-curto
               move ws-er-tamanho(ws-ind-er-par) to ws-cmp-tam-curto
           else
               move ws-er-texto(ws-ind-er-par)   to ws-cmp-longo
               move ws-er-tamanho(ws-ind-er-par) to ws-cmp-tam-longo
               move ws-er-texto(ws-ind-er)       to ws-cmp-curto
               move ws-er-tamanho(ws-ind-er)     to ws-cmp-tam-curto
           end-if

           if  ws-cmp-tam-curto < ws-cmp-tam-minimo
           or  ws-cmp-tam-longo > ws-cmp-tam-curto + 1  then
               go to comparar-erros-exit
           end-if

      *>   Mesmo Tamanho - no Maximo uma Posição Diferente
           move zero to ws-cmp-diferencas
           if  ws-cmp-tam-longo = ws-cmp-tam-curto then
               perform varying ws-cmp-pos-longo from 1 by 1
                         until ws-cmp-pos-longo > ws-cmp-tam-longo
                   if  ws-cmp-longo(ws-cmp-pos-longo:1) <> ws-cmp-curto(ws-cmp-pos-longo:1) then
                       add 1 to ws-cmp-diferencas
                   end-if
               end-perform
           else
      *>       Uma Letra a Mais no Lado Longo - Pular no Maximo uma Posição Dele
               move 1 to ws-cmp-pos-curto
               perform varying ws-cmp-pos-longo from 1 by 1
                         until ws-cmp-pos-longo > ws-cmp-tam-longo
                            or ws-cmp-diferencas > 1
                   if  ws-cmp-pos-curto <= ws-cmp-tam-curto
                   and ws-cmp-longo(ws-cmp-pos-longo:1) = ws-cmp-curto(ws-cmp-pos-curto:1) then
                       add 1 to ws-cmp-pos-curto
                   else
                       add 1 to ws-cmp-diferencas
                   end-if
               end-perform
           end-if

           if  ws-cmp-diferencas <= 1 then
               set ws-cmp-quase-iguais to true
           end-if

           .
       comparar-erros-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Resumo Final com os Totais de Cada Tipo de Exceção
      *>------------------------------------------------------------------------
       gravar-resumo section.

           move "Resumo da Revisao" to ws-sub-texto
           perform gravar-subtitulo

           move "Linhas Lidas do Log de Respostas"          to ws-ltt-texto
           move ws-tot-linhas-log                           to ws-ltt-valor
           perform gravar-linha-total
           move "Linhas do Log Ignoradas (Data/Tempo Invalido)" to ws-ltt-texto
           move ws-tot-linhas-ignoradas                     to ws-ltt-valor
           perform gravar-linha-total
           move "Linhas Lidas do Historico"                 to ws-ltt-texto
           move ws-tot-linhas-hist                          to ws-ltt-valor
           perform gravar-linha-total
           move "Respostas Certas Rapidas Demais"           to ws-ltt-texto
           move ws-tot-rapidas                              to ws-ltt-valor
           perform gravar-linha-total
           move "Jogadores com Perfeito Fora do Habitual"   to ws-ltt-texto
           move ws-tot-jog-perfeitos                        to ws-ltt-valor
           perform gravar-linha-total
           move "Sessoes Perfeitas Sinalizadas"             to ws-ltt-texto
           move ws-tot-sessoes-perfeitas                    to ws-ltt-valor
           perform gravar-linha-total
           move "Jogador/Dia em Mais de uma Sessao"         to ws-ltt-texto
           move ws-tot-mesmo-dia                            to ws-ltt-valor
           perform gravar-linha-total
           move "Grupos de Respostas Erradas Quase Iguais"  to ws-ltt-texto
           move ws-tot-erros-iguais                         to ws-ltt-valor
           perform gravar-linha-total

           .
       gravar-resumo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Linha de Total do Resumo
      *>------------------------------------------------------------------------
       gravar-linha-total section.

           move ws-linha-total to ws-linha-saida
           perform gravar-linha-relatorio

           .
       gravar-linha-total-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Linha em Branco e Subtitulo de uma Parte do Relatorio
      *>------------------------------------------------------------------------
       gravar-subtitulo section.

           move ws-linha-branca to ws-linha-saida
           perform gravar-linha-relatorio
           move ws-subtitulo    to ws-linha-saida
           perform gravar-linha-relatorio

           .
       gravar-subtitulo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>    Gravação Padrão de uma Linha do Relatorio (Montada em ws-linha-saida)
      *>------------------------------------------------------------------------
       gravar-linha-relatorio section.

           write fd-linha-suspeitas from ws-linha-saida
           if  ws-fs-arqJogadasSuspeitas <> 0 then
               move 21                                        to ws-msn-erro-ofsset
               move ws-fs-arqJogadasSuspeitas                 to ws-msn-erro-cod
               move "Erro ao Gravar Arq. arqJogadasSuspeitas" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-relatorio-exit.
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
