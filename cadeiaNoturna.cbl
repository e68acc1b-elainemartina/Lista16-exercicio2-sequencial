      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "cadeiaNoturna".
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

           select arqPassosNoturnos assign to "arqPassosNoturnos.txt" *> Controle dos Passos da Execução Noturna (Ordem, Comando, Parametros e Situação)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqPassosNoturnos.

           select arqLogExecucao assign to "arqLogExecucao.txt"       *> Log das Execuções Noturnas - Inicio, Fim e Situação de Cada Passo
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLogExecucao.

           select arqResumoNoturno assign to "arqResumoNoturno.txt"   *> Resumo de Uma Pagina da Ultima Execução Noturna
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqResumoNoturno.

           select arqSaidaPassos assign to "arqSaidaPassos.txt"       *> Mensagens Exibidas Pelos Programas Executados (Para Analise de Falhas)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqSaidaPassos.

       i-o-control.

      *>------------------------------------------------------------------------
      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqPassosNoturnos.
       01  fd-linha-passo                          pic x(160).

       fd arqLogExecucao.
       01  fd-linha-log-execucao                   pic x(160).

       fd arqResumoNoturno.
       01  fd-linha-resumo                         pic x(132).

       fd arqSaidaPassos.
       01  fd-linha-saida                          pic x(132).

      *>------------------------------------------------------------------------
      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqPassosNoturnos                   pic  9(02).
       77  ws-fs-arqLogExecucao                      pic  9(02).
       77  ws-fs-arqResumoNoturno                    pic  9(02).
       77  ws-fs-arqSaidaPassos                      pic  9(02).
       77  ws-qtd-passos                             pic  9(02) value zero.

      *>----Linha do Controle de Passos (arqPassosNoturnos.txt) - a Ordem de
      *>----Execução é a Ordem das Linhas; o Comando e os Parametros Podem Ser
      *>----Ajustados no Proprio Arquivo. Situação: P Pendente, E Em Execução,
      *>----C Concluido, F Falhou, D Desativado (Nunca Executa)
       01 ws-linha-passo.
          05 ws-pas-numero                         pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-pas-programa                       pic x(20).
          05 filler                                pic x(01) value space.
          05 ws-pas-comando                        pic x(60).
          05 filler                                pic x(01) value space.
      *>   Arquivo com as Respostas às Perguntas do Programa (Branco = Nenhuma)
          05 ws-pas-parametros                     pic x(30).
          05 filler                                pic x(01) value space.
          05 ws-pas-situacao                       pic x(01).
             88 ws-pas-pendente                    value "P".
             88 ws-pas-em-execucao                 value "E".
             88 ws-pas-concluido                   value "C".
             88 ws-pas-falhou                      value "F".
             88 ws-pas-desativado                  value "D".
          05 filler                                pic x(01) value space.
          05 ws-pas-data                           pic x(10).
          05 filler                                pic x(01) value space.
          05 ws-pas-hora-inicio                    pic x(08).
          05 filler                                pic x(01) value space.
          05 ws-pas-hora-fim                       pic x(08).
          05 filler                                pic x(01) value space.
          05 ws-pas-retorno                        pic 9(05).

      *>----Tabela dos Passos Lidos do Controle (Mesmo Layout da Linha)
       01 ws-passos occurs 20.
          05 ws-tp-linha                           pic x(152).

      *>----Situação de Cada Passo Nesta Execução, Para o Resumo e o Log
       01 ws-resumo-passos occurs 20.
          05 ws-rp-situacao                        pic x(14).
          05 ws-rp-motivo                          pic x(50).

      *>----Passos da Cadeia Noturna Criados Quando o Controle Ainda Não Existe
       01 ws-passos-padrao.
          05 filler                                pic x(20) value "consolidaHistorico".
          05 filler                                pic x(20) value "auditoriaArquivos".
          05 filler                                pic x(20) value "extratoBi".
          05 filler                                pic x(20) value "rankingHistorico".
          05 filler                                pic x(20) value "rankingDepto".
          05 filler                                pic x(20) value "ligaTemporada".
          05 filler                                pic x(20) value "relatorioJournal".
       01 ws-passos-padrao-tab redefines ws-passos-padrao.
          05 ws-padrao-programa occurs 7           pic x(20).

      *>----Linha do Log de Execuções (arqLogExecucao.txt)
       01 ws-linha-log-execucao.
          05 ws-lex-data                           pic x(10).
          05 filler                                pic x(01) value space.
          05 ws-lex-passo                          pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-lex-programa                       pic x(20).
          05 filler                                pic x(01) value space.
          05 ws-lex-hora-inicio                    pic x(08).
          05 filler                                pic x(01) value space.
          05 ws-lex-hora-fim                       pic x(08).
          05 filler                                pic x(01) value space.
          05 ws-lex-situacao                       pic x(14).
          05 filler                                pic x(01) value space.
          05 ws-lex-retorno                        pic 9(05).
          05 filler                                pic x(01) value space.
          05 ws-lex-motivo                         pic x(50).

      *>----Linha Separadora Gravada em arqSaidaPassos.txt Antes de Cada Passo
       01 ws-linha-separador-saida.
          05 filler                                pic x(10) value "=== Passo ".
          05 ws-lss-passo                          pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-lss-programa                       pic x(20).
          05 filler                                pic x(01) value space.
          05 ws-lss-data                           pic x(10).
          05 filler                                pic x(01) value space.
          05 ws-lss-hora                           pic x(08).
          05 filler                                pic x(04) value " ===".

      *>----Comando Montado Para o Sistema Operacional
       01 ws-comando-sistema                       pic x(200).
       01 ws-retorno-comando                       pic s9(09).

      *>----Controle da Execução
       01 ws-controle-execucao.
          05 ws-reinicio-informado                 pic x(01).
          05 ws-tipo-execucao                      pic x(01).
             88 ws-execucao-completa               value "N".
             88 ws-execucao-retomada               value "R".
          05 ws-situacao-cadeia                    pic x(01).
             88 ws-cadeia-em-ordem                 value "S".
             88 ws-cadeia-interrompida             value "N".
          05 ws-passo-falhou                       pic 9(02) value zero.
          05 ws-passo-retomada                     pic 9(02) value zero.
          05 ws-qtd-ativos                         pic 9(02).
          05 ws-qtd-ativos-concluidos              pic 9(02).
          05 ws-data-execucao                      pic x(10).
          05 ws-hora-inicio-execucao               pic x(08).
          05 ws-hora-fim-execucao                  pic x(08).

       01 ws-indices.
          05 ws-ind-pas                            pic 9(03).
          05 ws-ind-grv                            pic 9(03).

       01 ws-totais.
          05 ws-tot-executados                     pic 9(02) value zero.
          05 ws-tot-concluidos                     pic 9(02) value zero.
          05 ws-tot-falhos                         pic 9(02) value zero.
          05 ws-tot-pulados                        pic 9(02) value zero.
          05 ws-tot-nao-executados                 pic 9(02) value zero.

      *>----Data e Hora do Sistema Formatadas
       01 ws-data-sistema.
          05 ws-data-ano                           pic 9(04).
          05 ws-data-mes                           pic 9(02).
          05 ws-data-dia                           pic 9(02).

       01 ws-data-formatada                        pic x(10).

       01 ws-hora-sistema.
          05 ws-hora-hh                            pic 9(02).
          05 ws-hora-mm                            pic 9(02).
          05 ws-hora-ss                            pic 9(02).
          05 ws-hora-cc                            pic 9(02).
       01 ws-hora-formatada                        pic x(08).

      *>----Linhas do Resumo da Execução (Uma Pagina)
       01 ws-titulo-resumo                         pic x(80)
          value "Resumo da Execucao Noturna - Quiz Estados Brasileiros".

       01 ws-cabecalho-execucao.
          05 filler                                pic x(06) value "Data: ".
          05 ws-cex-data                           pic x(10).
          05 filler                                pic x(10) value "  Inicio: ".
          05 ws-cex-hora-inicio                    pic x(08).
          05 filler                                pic x(07) value "  Fim: ".
          05 ws-cex-hora-fim                       pic x(08).

       01 ws-cabecalho-tipo.
          05 filler                                pic x(06) value "Tipo: ".
          05 ws-ctp-texto                          pic x(60).

       01 ws-linha-tipo-retomada.
          05 filler                                pic x(38)
             value "Retomada - Reinicio a Partir do Passo ".
          05 ws-ltr-passo                          pic 9(02).

       01 ws-cabecalho-passos                      pic x(132)
          value "Passo Programa             Inicio   Fim      Situacao       Motivo".

       01 ws-linha-resumo-passo.
          05 filler                                pic x(02) value space.
          05 ws-lrp-passo                          pic 9(02).
          05 filler                                pic x(02) value space.
          05 ws-lrp-programa                       pic x(20).
          05 filler                                pic x(01) value space.
          05 ws-lrp-hora-inicio                    pic x(08).
          05 filler                                pic x(01) value space.
          05 ws-lrp-hora-fim                       pic x(08).
          05 filler                                pic x(01) value space.
          05 ws-lrp-situacao                       pic x(14).
          05 filler                                pic x(01) value space.
          05 ws-lrp-motivo                         pic x(50).

       01 ws-linha-totais-resumo.
          05 filler                                pic x(12) value "Executados: ".
          05 ws-ltz-executados                     pic z9.
          05 filler                                pic x(14) value "  Concluidos: ".
          05 ws-ltz-concluidos                     pic z9.
          05 filler                                pic x(10) value "  Falhos: ".
          05 ws-ltz-falhos                         pic z9.
          05 filler                                pic x(11) value "  Pulados: ".
          05 ws-ltz-pulados                        pic z9.
          05 filler                                pic x(18) value "  Nao Executados: ".
          05 ws-ltz-nao-executados                 pic z9.

       01 ws-linha-resultado-cadeia.
          05 filler                                pic x(21) value "Resultado da Cadeia: ".
          05 ws-lrc-texto                          pic x(80).

       01 ws-texto-interrupcao.
          05 filler                                pic x(22) value "INTERROMPIDA NO PASSO ".
          05 ws-tin-passo                          pic 9(02).
          05 filler                                pic x(46)
             value " - Corrigir e Executar de Novo (Retoma Dele)".

       01 ws-texto-nao-executado.
          05 filler                                pic x(22) value "Cadeia Parada - Passo ".
          05 ws-tne-passo                          pic 9(02).
          05 filler                                pic x(07) value " Falhou".

       01 ws-texto-concluido-antes.
          05 filler                                pic x(32) value "Concluido na Execucao Anterior (".
          05 ws-tca-data                           pic x(10).
          05 filler                                pic x(01) value ")".

       01 ws-texto-retorno.
          05 filler                                pic x(34) value "Terminou com Erro - Codigo Retorno".
          05 filler                                pic x(01) value space.
          05 ws-tre-retorno                        pic zzzz9.

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
      *>   Inicialização - Carrega o Controle de Passos e Decide Entre uma
      *>   Execução Completa e a Retomada a Partir do Passo que Falhou
      *>------------------------------------------------------------------------
       inicializa section.

           display "Execucao Noturna - Cadeia de Programas Batch"
           display "Reiniciar a Cadeia do Primeiro Passo (S/N, Branco = N): "
           move space to ws-reinicio-informado
           accept ws-reinicio-informado

           perform formatar-data-hora
           move ws-data-formatada to ws-data-execucao
           move ws-hora-formatada to ws-hora-inicio-execucao

           perform carregar-passos

      *>   A Execução Anterior Terminou Inteira (Todos os Passos Ativos
      *>   Concluidos) ou o Operador Pediu o Reinicio - Começar do Primeiro
      *>   Passo; Senão Retomar, Pulando os Passos que Já Terminaram Bem
           move zero to ws-qtd-ativos
           move zero to ws-qtd-ativos-concluidos
           perform varying ws-ind-pas from 1 by 1 until ws-ind-pas > ws-qtd-passos
               move ws-tp-linha(ws-ind-pas) to ws-linha-passo
               if  not ws-pas-desativado then
                   add 1 to ws-qtd-ativos
                   if  ws-pas-concluido then
                       add 1 to ws-qtd-ativos-concluidos
                   end-if
               end-if
           end-perform

           if  ws-reinicio-informado = "S" or ws-reinicio-informado = "s"
           or  ws-qtd-ativos-concluidos = ws-qtd-ativos
           or  ws-qtd-ativos-concluidos = zero  then
               set ws-execucao-completa to true
           else
               set ws-execucao-retomada to true
           end-if

      *>   Na Execução Completa Todo Passo Ativo Volta a Ficar Pendente
           if  ws-execucao-completa then
               perform varying ws-ind-pas from 1 by 1 until ws-ind-pas > ws-qtd-passos
                   move ws-tp-linha(ws-ind-pas) to ws-linha-passo
                   if  not ws-pas-desativado then
                       set ws-pas-pendente to true
                       move ws-linha-passo to ws-tp-linha(ws-ind-pas)
                   end-if
               end-perform
               perform gravar-passos
           end-if

           set ws-cadeia-em-ordem to true

           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Carrega o Controle de Passos - Quando Ainda Não Existe, Cria com a
      *>   Cadeia Noturna Padrão (Comando "./Programa", Sem Parametros)
      *>------------------------------------------------------------------------
       carregar-passos section.

           open input arqPassosNoturnos
           if  ws-fs-arqPassosNoturnos = 35 then
               display "Aviso - arqPassosNoturnos.txt Nao Encontrado - Criado com a Cadeia Padrao"
               perform criar-passos-padrao
               go to carregar-passos-exit
           end-if
           if  ws-fs-arqPassosNoturnos <> 0 then
               move 1                                       to ws-msn-erro-ofsset
               move ws-fs-arqPassosNoturnos                 to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqPassosNoturnos"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqPassosNoturnos = 10

               read arqPassosNoturnos

               if  ws-fs-arqPassosNoturnos = 0 then
                   move fd-linha-passo to ws-linha-passo
      *>           Linha Sem Numero de Passo (Comentario ou em Branco) é Ignorada
                   if  ws-pas-numero is numeric then
                       if  ws-qtd-passos >= 20 then
                           move 2                                    to ws-msn-erro-ofsset
                           move zero                                 to ws-msn-erro-cod
                           move "Controle com Mais de 20 Passos"      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
      *>               Situação Desconhecida é Tratada Como Pendente
                       if  not ws-pas-pendente and not ws-pas-em-execucao
                       and not ws-pas-concluido and not ws-pas-falhou
                       and not ws-pas-desativado  then
                           set ws-pas-pendente to true
                       end-if
                       if  ws-pas-retorno is not numeric then
                           move zero to ws-pas-retorno
                       end-if
                       add 1 to ws-qtd-passos
                       move ws-linha-passo to ws-tp-linha(ws-qtd-passos)
                   end-if
               else
                   if  ws-fs-arqPassosNoturnos <> 10 then
                       move 3                                       to ws-msn-erro-ofsset
                       move ws-fs-arqPassosNoturnos                 to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqPassosNoturnos "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqPassosNoturnos
           if  ws-fs-arqPassosNoturnos <> 0 then
               move 4                                       to ws-msn-erro-ofsset
               move ws-fs-arqPassosNoturnos                 to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqPassosNoturnos" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-qtd-passos = zero then
               move 5                                       to ws-msn-erro-ofsset
               move zero                                    to ws-msn-erro-cod
               move "Nenhum Passo em arqPassosNoturnos.txt" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       carregar-passos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>      Monta o Controle de Passos com a Cadeia Noturna Padrão
      *>------------------------------------------------------------------------
       criar-passos-padrao section.

           move zero to ws-qtd-passos
           perform varying ws-ind-pas from 1 by 1 until ws-ind-pas > 7

               move space                          to ws-linha-passo
               move ws-ind-pas                     to ws-pas-numero
               move ws-padrao-programa(ws-ind-pas) to ws-pas-programa
               move space                          to ws-pas-comando
               string "./"                             delimited by size
                      ws-padrao-programa(ws-ind-pas)   delimited by space
                      into ws-pas-comando
               move space                          to ws-pas-parametros
               set ws-pas-pendente                 to true
               move zero                           to ws-pas-retorno

               add 1 to ws-qtd-passos
               move ws-linha-passo to ws-tp-linha(ws-qtd-passos)

           end-perform

           perform gravar-passos

           .
       criar-passos-padrao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Regrava o Controle de Passos Inteiro a Partir da Tabela - Feito Antes
      *>   e Depois de Cada Passo, Para uma Queda no Meio Permitir a Retomada
      *>------------------------------------------------------------------------
       gravar-passos section.

           open output arqPassosNoturnos
           if  ws-fs-arqPassosNoturnos <> 0 then
               move 6                                       to ws-msn-erro-ofsset
               move ws-fs-arqPassosNoturnos                 to ws-msn-erro-cod
               move "Erro ao Regravar arqPassosNoturnos "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-grv from 1 by 1 until ws-ind-grv > ws-qtd-passos
               write fd-linha-passo from ws-tp-linha(ws-ind-grv)
               if  ws-fs-arqPassosNoturnos <> 0 then
                   move 7                                       to ws-msn-erro-ofsset
                   move ws-fs-arqPassosNoturnos                 to ws-msn-erro-cod
                   move "Erro ao Gravar Arq. arqPassosNoturnos" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           close arqPassosNoturnos
           if  ws-fs-arqPassosNoturnos <> 0 then
               move 8                                       to ws-msn-erro-ofsset
               move ws-fs-arqPassosNoturnos                 to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqPassosNoturnos" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-passos-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                       Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

      *>   Percorrer os Passos na Ordem do Controle
           perform varying ws-ind-pas from 1 by 1 until ws-ind-pas > ws-qtd-passos

               move ws-tp-linha(ws-ind-pas) to ws-linha-passo
               move space to ws-rp-motivo(ws-ind-pas)

               evaluate true
                   when ws-pas-desativado
                        move "PULADO"                         to ws-rp-situacao(ws-ind-pas)
                        move "Passo Desativado no Controle"   to ws-rp-motivo(ws-ind-pas)
                        add 1 to ws-tot-pulados
                   when ws-pas-concluido
                        move "PULADO"                         to ws-rp-situacao(ws-ind-pas)
                        move ws-pas-data                      to ws-tca-data
                        move ws-texto-concluido-antes         to ws-rp-motivo(ws-ind-pas)
                        add 1 to ws-tot-pulados
                   when ws-cadeia-interrompida
                        move "NAO EXECUTADO"                  to ws-rp-situacao(ws-ind-pas)
                        move ws-passo-falhou                  to ws-tne-passo
                        move ws-texto-nao-executado           to ws-rp-motivo(ws-ind-pas)
                        add 1 to ws-tot-nao-executados
                   when other
      *>                Primeiro Passo a Executar de Fato é o Ponto de Retomada
                        if  ws-passo-retomada = zero then
                            move ws-pas-numero to ws-passo-retomada
                        end-if
                        perform executar-passo
               end-evaluate

               perform gravar-log-passo

           end-perform

           perform formatar-data-hora
           move ws-hora-formatada to ws-hora-fim-execucao

           perform gravar-resumo-execucao

           display "Execucao Noturna Encerrada - Resumo em arqResumoNoturno.txt"
           if  ws-cadeia-interrompida then
               display "Cadeia Interrompida no Passo " ws-passo-falhou
                       " - Mensagens em arqSaidaPassos.txt"
           end-if

           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Executa um Passo - Marca Em Execução, Chama o Programa Pelo Sistema
      *>   Operacional e Registra o Resultado Pelo Codigo de Retorno
      *>------------------------------------------------------------------------
       executar-passo section.

           perform formatar-data-hora
           set ws-pas-em-execucao  to true
           move ws-data-formatada  to ws-pas-data
           move ws-hora-formatada  to ws-pas-hora-inicio
           move space              to ws-pas-hora-fim
           move zero               to ws-pas-retorno
           move ws-linha-passo     to ws-tp-linha(ws-ind-pas)
           perform gravar-passos

           display "Passo " ws-pas-numero " - " ws-pas-programa " Iniciado as " ws-hora-formatada

      *>   Separar as Mensagens de Cada Passo no Arquivo de Saida
           move ws-pas-numero      to ws-lss-passo
           move ws-pas-programa    to ws-lss-programa
           move ws-data-formatada  to ws-lss-data
           move ws-hora-formatada  to ws-lss-hora
           perform gravar-separador-saida

      *>   Montar o Comando - o Programa Lê as Respostas do Arquivo de
      *>   Parametros e as Mensagens Vão Para o Fim do Arquivo de Saida. Sem
      *>   Arquivo de Parametros a Entrada Vem Vazia - Cada Pergunta Recebe
      *>   Branco (o Padrão do Programa) e a Cadeia Não Para Esperando o Teclado
           move space to ws-comando-sistema
           if  ws-pas-parametros = space then
               string ws-pas-comando                  delimited by "  "
                      " < /dev/null"                  delimited by size
                      " >> arqSaidaPassos.txt 2>&1"   delimited by size
                      into ws-comando-sistema
           else
               string ws-pas-comando                  delimited by "  "
                      " < "                           delimited by size
                      ws-pas-parametros               delimited by space
                      " >> arqSaidaPassos.txt 2>&1"   delimited by size
                      into ws-comando-sistema
           end-if

           call "SYSTEM" using ws-comando-sistema
           move return-code to ws-retorno-comando
           move zero        to return-code

      *>   No Unix o Codigo de Retorno do Programa Vem Multiplicado por 256
           if  ws-retorno-comando > 255 then
               divide ws-retorno-comando by 256 giving ws-retorno-comando
           end-if
           if  ws-retorno-comando < zero then
               move 99999 to ws-retorno-comando
           end-if

           perform formatar-data-hora
           move ws-hora-formatada  to ws-pas-hora-fim
           move ws-retorno-comando to ws-pas-retorno
           add 1 to ws-tot-executados

           if  ws-retorno-comando = zero then
               set ws-pas-concluido to true
               move "CONCLUIDO"    to ws-rp-situacao(ws-ind-pas)
               add 1 to ws-tot-concluidos
           else
      *>       Passo com Erro Interrompe a Cadeia - os Seguintes Não Rodam
               set ws-pas-falhou   to true
               move "FALHOU"       to ws-rp-situacao(ws-ind-pas)
               move ws-retorno-comando to ws-tre-retorno
               move ws-texto-retorno   to ws-rp-motivo(ws-ind-pas)
               set ws-cadeia-interrompida to true
               move ws-pas-numero  to ws-passo-falhou
               add 1 to ws-tot-falhos
           end-if

           move ws-linha-passo to ws-tp-linha(ws-ind-pas)
           perform gravar-passos

           display "Passo " ws-pas-numero " - " ws-pas-programa " "
                   ws-rp-situacao(ws-ind-pas) " as " ws-hora-formatada

           .
       executar-passo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>     Grava a Linha Separadora do Passo no Arquivo de Saida dos Passos
      *>------------------------------------------------------------------------
       gravar-separador-saida section.

           open extend arqSaidaPassos
           if  ws-fs-arqSaidaPassos = 35 then
               open output arqSaidaPassos
           end-if
           if  ws-fs-arqSaidaPassos <> 0 then
               move 9                                       to ws-msn-erro-ofsset
               move ws-fs-arqSaidaPassos                    to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqSaidaPassos  "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           write fd-linha-saida from ws-linha-separador-saida
           if  ws-fs-arqSaidaPassos <> 0 then
               move 10                                      to ws-msn-erro-ofsset
               move ws-fs-arqSaidaPassos                    to ws-msn-erro-cod
               move "Erro ao Gravar Arq. arqSaidaPassos "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqSaidaPassos
           if  ws-fs-arqSaidaPassos <> 0 then
               move 11                                      to ws-msn-erro-ofsset
               move ws-fs-arqSaidaPassos                    to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqSaidaPassos "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-separador-saida-exit.
           exit.
      *>------------------------------------------------------------------------
      *>     Acrescenta a Linha do Passo ao Log de Execuções (Executado ou Não)
      *>------------------------------------------------------------------------
       gravar-log-passo section.

           move ws-data-execucao           to ws-lex-data
           move ws-pas-numero              to ws-lex-passo
           move ws-pas-programa            to ws-lex-programa
           move ws-rp-situacao(ws-ind-pas) to ws-lex-situacao
           move ws-rp-motivo(ws-ind-pas)   to ws-lex-motivo

      *>   Horarios e Retorno Só Valem Para o Passo Executado Nesta Vez
           if  ws-rp-situacao(ws-ind-pas) = "CONCLUIDO"
           or  ws-rp-situacao(ws-ind-pas) = "FALHOU"  then
               move ws-pas-hora-inicio to ws-lex-hora-inicio
               move ws-pas-hora-fim    to ws-lex-hora-fim
               move ws-pas-retorno     to ws-lex-retorno
           else
               move space              to ws-lex-hora-inicio
               move space              to ws-lex-hora-fim
               move zero               to ws-lex-retorno
           end-if

      *>   Status 35 Indica que o Arquivo Ainda Não Existe (Primeira Execução) - Criá-lo Antes de Gravar
           open extend arqLogExecucao
           if  ws-fs-arqLogExecucao = 35 then
               open output arqLogExecucao
           end-if
           if  ws-fs-arqLogExecucao <> 0 then
               move 12                                      to ws-msn-erro-ofsset
               move ws-fs-arqLogExecucao                    to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqLogExecucao  "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           write fd-linha-log-execucao from ws-linha-log-execucao
           if  ws-fs-arqLogExecucao <> 0 then
               move 13                                      to ws-msn-erro-ofsset
               move ws-fs-arqLogExecucao                    to ws-msn-erro-cod
               move "Erro ao Gravar Arq. arqLogExecucao "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqLogExecucao
           if  ws-fs-arqLogExecucao <> 0 then
               move 14                                      to ws-msn-erro-ofsset
               move ws-fs-arqLogExecucao                    to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqLogExecucao "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-log-passo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>   Grava o Resumo de Uma Pagina - o que Rodou, o que Foi Pulado e Por Que
      *>------------------------------------------------------------------------
       gravar-resumo-execucao section.

           open output arqResumoNoturno
           if  ws-fs-arqResumoNoturno <> 0 then
               move 15                                      to ws-msn-erro-ofsset
               move ws-fs-arqResumoNoturno                  to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqResumoNoturno"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           write fd-linha-resumo from ws-titulo-resumo
           if  ws-fs-arqResumoNoturno <> 0 then
               perform erro-gravar-resumo
           end-if

           move ws-data-execucao        to ws-cex-data
           move ws-hora-inicio-execucao to ws-cex-hora-inicio
           move ws-hora-fim-execucao    to ws-cex-hora-fim
           write fd-linha-resumo from ws-cabecalho-execucao
           if  ws-fs-arqResumoNoturno <> 0 then
               perform erro-gravar-resumo
           end-if

           if  ws-execucao-completa then
               move "Execucao Completa - Desde o Primeiro Passo" to ws-ctp-texto
           else
               move ws-passo-retomada       to ws-ltr-passo
               move ws-linha-tipo-retomada  to ws-ctp-texto
           end-if
           write fd-linha-resumo from ws-cabecalho-tipo
           if  ws-fs-arqResumoNoturno <> 0 then
               perform erro-gravar-resumo
           end-if

           write fd-linha-resumo from ws-linha-branca
           if  ws-fs-arqResumoNoturno <> 0 then
               perform erro-gravar-resumo
           end-if
           write fd-linha-resumo from ws-cabecalho-passos
           if  ws-fs-arqResumoNoturno <> 0 then
               perform erro-gravar-resumo
           end-if

      *>   Uma Linha Por Passo do Controle, na Ordem de Execução
           perform varying ws-ind-pas from 1 by 1 until ws-ind-pas > ws-qtd-passos

               move ws-tp-linha(ws-ind-pas)    to ws-linha-passo
               move ws-pas-numero              to ws-lrp-passo
               move ws-pas-programa            to ws-lrp-programa
               move ws-rp-situacao(ws-ind-pas) to ws-lrp-situacao
               move ws-rp-motivo(ws-ind-pas)   to ws-lrp-motivo
               if  ws-rp-situacao(ws-ind-pas) = "CONCLUIDO"
               or  ws-rp-situacao(ws-ind-pas) = "FALHOU"  then
                   move ws-pas-hora-inicio     to ws-lrp-hora-inicio
                   move ws-pas-hora-fim        to ws-lrp-hora-fim
               else
                   move space                  to ws-lrp-hora-inicio
                   move space                  to ws-lrp-hora-fim
               end-if

               write fd-linha-resumo from ws-linha-resumo-passo
               if  ws-fs-arqResumoNoturno <> 0 then
                   perform erro-gravar-resumo
               end-if

           end-perform

           write fd-linha-resumo from ws-linha-branca
           if  ws-fs-arqResumoNoturno <> 0 then
               perform erro-gravar-resumo
           end-if

           move ws-tot-executados     to ws-ltz-executados
           move ws-tot-concluidos     to ws-ltz-concluidos
           move ws-tot-falhos         to ws-ltz-falhos
           move ws-tot-pulados        to ws-ltz-pulados
           move ws-tot-nao-executados to ws-ltz-nao-executados
           write fd-linha-resumo from ws-linha-totais-resumo
           if  ws-fs-arqResumoNoturno <> 0 then
               perform erro-gravar-resumo
           end-if

           if  ws-cadeia-interrompida then
               move ws-passo-falhou       to ws-tin-passo
               move ws-texto-interrupcao  to ws-lrc-texto
           else
               move "CONCLUIDA"           to ws-lrc-texto
           end-if
           write fd-linha-resumo from ws-linha-resultado-cadeia
           if  ws-fs-arqResumoNoturno <> 0 then
               perform erro-gravar-resumo
           end-if

           close arqResumoNoturno
           if  ws-fs-arqResumoNoturno <> 0 then
               move 16                                      to ws-msn-erro-ofsset
               move ws-fs-arqResumoNoturno                  to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqResumoNoturno"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-resumo-execucao-exit.
           exit.
      *>------------------------------------------------------------------------
      *>        Erro Padrão de Gravação do Arquivo de Resumo da Execução
      *>------------------------------------------------------------------------
       erro-gravar-resumo section.

           move 17                                      to ws-msn-erro-ofsset
           move ws-fs-arqResumoNoturno                  to ws-msn-erro-cod
           move "Erro ao Gravar Arq. arqResumoNoturno"  to ws-msn-erro-text
           perform finaliza-anormal

           .
       erro-gravar-resumo-exit.
           exit.
      *>------------------------------------------------------------------------
      *>          Formatação da Data (DD/MM/AAAA) e da Hora (HH:MM:SS) do Sistema
      *>------------------------------------------------------------------------
       formatar-data-hora section.

           accept ws-data-sistema from date yyyymmdd
           move space to ws-data-formatada
           string ws-data-dia   delimited by size
                  "/"           delimited by size
                  ws-data-mes   delimited by size
                  "/"           delimited by size
                  ws-data-ano   delimited by size
                  into ws-data-formatada

           accept ws-hora-sistema from time
           move space to ws-hora-formatada
           string ws-hora-hh delimited by size
                  ":"        delimited by size
                  ws-hora-mm delimited by size
                  ":"        delimited by size
                  ws-hora-ss delimited by size
                  into ws-hora-formatada

           .
       formatar-data-hora-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                       Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.

      *>   Caso Finalize de Forma Anormal a Mensagem de Erro Aparecerá
      *>   A Mensagem é Composta por um Código, o File Status e Uma Descrição do Erro que Está Ocorrendo
           display ws-msn-erro

      *>   Codigo de Retorno Diferente de Zero Avisa Quem Disparou a Cadeia
      *>   (Agendador da Execução Noturna) de que Ela Terminou com Erro
           move 16 to return-code

           stop run

           .
       finaliza-anormal-exit.
           exit.
      *>------------------------------------------------------------------------
      *>                        Finalização  Normal
      *>------------------------------------------------------------------------
       finaliza section.

      *>   Cadeia Interrompida Devolve Codigo de Retorno Para o Agendador
           if  ws-cadeia-interrompida then
               move 8 to return-code
           end-if

           stop run

           .
       finaliza-exit.
           exit.
