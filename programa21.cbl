      $set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "Programa21". *> Projeto loteria
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 22/08/2026.
       Date-compiled. 22/08/2026.



      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       Input-output Section.
       File-control.

      *>    Historico de sorteios reais importado pelo Programa8 - cada
      *>    concurso com sorteio publicado e ainda sem rateio calculado
      *>    tem o seu rateio apurado nesta rodada.
           select res-arq assign to "RESULTADOSREAIS"
                  organization is sequential
                  access mode is sequential
                  file status is ws-res-status.

      *>    Log de transacoes - a arrecadacao do concurso e a soma das
      *>    apostas vendidas para ele menos os estornos.
           select trn-arq assign to "TRANSACOES"
                  organization is sequential
                  access mode is sequential
                  file status is ws-trn-status.

      *>    Historico de apostas - fonte dos numeros apostados, para
      *>    contar os ganhadores de cada faixa do concurso.
           select hist-arq assign to "HISTORICO"
                  organization is sequential
                  access mode is sequential
                  file status is ws-hist-status.

      *>    Parametro opcional com o percentual da arrecadacao destinado
      *>    a cada faixa (04-quadra, 05-quina, 06-sena), mantido pelo
      *>    setor comercial - mesma sistematica do VALORESPREMIOS.
           select par-arq assign to "RATEIOPARAM"
                  organization is sequential
                  access mode is sequential
                  file status is ws-par-status.

      *>    Arquivo de rateio, um registro por concurso: arrecadacao,
      *>    ganhadores e valor por ganhador de cada faixa e o acumulado
      *>    levado para a sena do concurso seguinte. Rateio gravado nao
      *>    e recalculado - e a base do Programa6 para gravar os premios.
           select rat-arq assign to "RATEIO"
                  organization is sequential
                  access mode is sequential
                  file status is ws-rat-status.

           select rel-arq assign to "RELRESULTADO"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-rel-status.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>    Layout espelhado do historico de sorteios reais do Programa8.
       fd  res-arq
           label records are standard.

       01  res-registro.
           05  res-concurso                          pic 9(05).
           05  res-data.
               10  res-data-ano                      pic 9(04).
               10  res-data-mes                      pic 9(02).
               10  res-data-dia                      pic 9(02).
           05  res-numeros.
               10  res-numero occurs 6 times          pic 9(02).

      *>    Layout espelhado do log de transacoes gravado pelo Programa2 -
      *>    esse programa apenas lê o que já foi registrado.
       fd  trn-arq
           label records are standard.

       01  trn-registro.
           05  trn-apostador-id                      pic x(15).
           05  trn-data.
               10  trn-data-ano                      pic 9(04).
               10  trn-data-mes                      pic 9(02).
               10  trn-data-dia                      pic 9(02).
           05  trn-hora.
               10  trn-hora-hh                       pic 9(02).
               10  trn-hora-mm                       pic 9(02).
               10  trn-hora-ss                       pic 9(02).
           05  trn-qtd-escolhida                     pic 9(02).
           05  trn-valor                             pic 9(03)v9(02).
           05  trn-contagem                          pic 9(10).
           05  trn-limite-excedido                   pic x(01).
           05  trn-protocolo                         pic 9(09).
           05  trn-tipo                              pic x(01).
               88  trn-tipo-aposta                   value "A" " ".
               88  trn-tipo-estorno                  value "E".
           05  trn-concurso                          pic 9(05).
           05  trn-loterica                          pic 9(05).
           05  trn-terminal                          pic 9(03).
           05  trn-surpresinha                       pic x(01).
               88  trn-numeros-surpresinha           value "S".
           05  trn-teimosinha                        pic 9(02).

      *>    Layout espelhado do histórico de apostas gravado pelo
      *>    Programa2 - esse programa apenas lê o que já foi registrado.
       fd  hist-arq
           label records are standard.

       01  hist-registro.
           05  hist-data.
               10  hist-data-ano                    pic 9(04).
               10  hist-data-mes                    pic 9(02).
               10  hist-data-dia                    pic 9(02).
           05  hist-hora.
               10  hist-hora-hh                     pic 9(02).
               10  hist-hora-mm                     pic 9(02).
               10  hist-hora-ss                     pic 9(02).
           05  hist-qtd-escolhida                   pic 9(02).
           05  hist-numeros-apostados.
               10  hist-num-apostado occurs 10 times pic 9(02).
           05  hist-numeros-sorteados.
               10  hist-num-sorteado occurs 6 times  pic 9(02).
           05  hist-tentativas                      pic 9(10).
           05  hist-valor                           pic 9(03)v9(02).
           05  hist-tempo-gasto.
               10  hist-tempo-hora                   pic 9(02).
               10  hist-tempo-min                    pic 9(02).
               10  hist-tempo-seg                    pic 9(02).
           05  hist-apostador-id                     pic x(15).
           05  hist-protocolo                        pic 9(09).
           05  hist-concurso                         pic 9(05).

       fd  par-arq
           label records are standard.

       01  par-registro.
           05  par-faixa                            pic 9(02).
           05  par-percentual                       pic 9(03)v9(02).

      *>    As tres faixas saem sempre na ordem 04, 05, 06; o valor da
      *>    faixa da sena ja inclui o acumulado recebido do concurso
      *>    anterior.
       fd  rat-arq
           label records are standard.

       01  rat-registro.
           05  rat-concurso                          pic 9(05).
           05  rat-data-sorteio                      pic 9(08).
           05  rat-vendas                            pic 9(11)v9(02).
           05  rat-estornos                          pic 9(11)v9(02).
           05  rat-arrecadacao                       pic 9(11)v9(02).
           05  rat-acumulado-anterior                pic 9(11)v9(02).
           05  rat-faixas.
               10  rat-faixa-item occurs 3 times.
                   15  rat-faixa                     pic 9(02).
                   15  rat-percentual                pic 9(03)v9(02).
                   15  rat-valor-faixa               pic 9(11)v9(02).
                   15  rat-ganhadores                pic 9(06).
                   15  rat-valor-ganhador            pic 9(11)v9(02).
           05  rat-acumulado-seguinte                pic 9(11)v9(02).
           05  rat-data-calculo                      pic 9(08).

      *>    Relatorio impresso com o resultado de cada concurso rateado.
       fd  rel-arq
           label records are standard.

       01  rel-registro                              pic x(80).

      *>----Variaveis de trabalho
       Working-storage Section.
      *>------------------------------

       77  ws-res-status                            pic x(02) value "00".

       01  ws-res-chave                             pic x(01) value spaces.
           88  ws-res-fim                           value "F".

       77  ws-trn-status                            pic x(02) value "00".

       01  ws-trn-chave                             pic x(01) value spaces.
           88  ws-trn-fim                           value "F".

       77  ws-hist-status                           pic x(02) value "00".

       01  ws-hist-chave                            pic x(01) value spaces.
           88  ws-hist-fim                          value "F".

       77  ws-par-status                            pic x(02) value "00".

       01  ws-par-chave                             pic x(01) value spaces.
           88  ws-par-fim                           value "F".

       77  ws-rat-status                            pic x(02) value "00".

       01  ws-rat-chave                             pic x(01) value spaces.
           88  ws-rat-fim                           value "F".

       77  ws-rel-status                            pic x(02) value "00".

       77  ws-idx-1                                 pic 9(03) comp.

       77  ws-idx-2                                 pic 9(03) comp.

       77  ws-idx-3                                 pic 9(03) comp.

       77  ws-idx-faixa                             pic 9(03) comp.

       77  ws-data-hoje                             pic 9(08).

      *>    Tabela tabelada do percentual da arrecadacao por faixa -
      *>    usada como referência quando o arquivo RATEIOPARAM nao estiver
      *>    presente. O que sobra da arrecadacao fica com a operacao.
       01  ws-tab-ref-lit.
           05  filler                               pic 9(02) value 04.
           05  filler                               pic 9(03)v9(02) value 019,00.
           05  filler                               pic 9(02) value 05.
           05  filler                               pic 9(03)v9(02) value 019,00.
           05  filler                               pic 9(02) value 06.
           05  filler                               pic 9(03)v9(02) value 035,00.

       01  ws-tab-ref redefines ws-tab-ref-lit.
           05  ws-tab-ref-item occurs 3 times.
               10  ws-tab-ref-faixa                  pic 9(02).
               10  ws-tab-ref-percentual             pic 9(03)v9(02).

      *>    Percentuais em memória, carregados a partir do arquivo
      *>    RATEIOPARAM no início da execução.
       01  ws-tab-atual.
           05  ws-tab-atual-item occurs 3 times.
               10  ws-tab-atual-faixa                pic 9(02).
               10  ws-tab-atual-percentual           pic 9(03)v9(02).

      *>    Concursos ja rateados (RATEIO existente mais os calculados
      *>    nesta rodada), com o acumulado que cada um deixou para o
      *>    concurso seguinte.
       01  ws-rateados.
           05  ws-rtd-item occurs 500 times.
               10  ws-rtd-concurso                   pic 9(05).
               10  ws-rtd-acumulado                  pic 9(11)v9(02).

       77  ws-rtd-qtde                              pic 9(03) comp value zero.

      *>    Concursos com sorteio publicado e rateio ainda por calcular,
      *>    em ordem crescente de concurso - o acumulado de um passa para
      *>    o seguinte na mesma rodada.
       01  ws-calculo.
           05  ws-cal-item occurs 500 times.
               10  ws-cal-concurso                   pic 9(05).
               10  ws-cal-data                       pic 9(08).
               10  ws-cal-numero occurs 6 times      pic 9(02).
               10  ws-cal-vendas                     pic 9(11)v9(02).
               10  ws-cal-estornos                   pic 9(11)v9(02).
               10  ws-cal-ganhadores occurs 3 times  pic 9(06).

       77  ws-cal-qtde                              pic 9(03) comp value zero.

      *>    Area de troca da ordenacao da tabela de calculo.
       01  ws-cal-troca                             pic x(69).

      *>    Protocolos estornados dos concursos em calculo - aposta
      *>    estornada nao entra na arrecadacao nem concorre ao premio.
       01  ws-estornos.
           05  ws-est-protocolo occurs 500 times    pic 9(09).

       77  ws-est-qtde                              pic 9(03) comp value zero.

       01  ws-est-lotada                            pic x(01) value "N".
           88  ws-est-cheia                         value "S".
           88  ws-est-com-espaco                    value "N".

       01  ws-aposta-situacao                       pic x(01) value "N".
           88  ws-aposta-estornada                  value "S".
           88  ws-aposta-valida                     value "N".

       01  ws-concurso-situacao                     pic x(01) value "N".
           88  ws-concurso-ja-rateado               value "S".
           88  ws-concurso-novo                     value "N".

       77  ws-acertos                               pic 9(02) comp.

      *>    Valores do concurso em calculo.
       77  ws-rat-acumulado-anterior                pic 9(11)v9(02) value zero.
       77  ws-rat-acumulado-seguinte                pic 9(11)v9(02) value zero.
       77  ws-rat-sobra                             pic 9(11)v9(02) value zero.
       77  ws-rat-destinado                         pic 9(11)v9(02) value zero.
       77  ws-rat-distribuido                       pic 9(11)v9(02) value zero.

      *>    Soma dos percentuais das tres faixas - nao pode passar de 100.
       77  ws-soma-percentuais                      pic 9(05)v9(02) value zero.
       77  ws-rat-anterior-concurso                 pic 9(05) value zero.
       77  ws-rat-concurso-esperado                 pic 9(05) value zero.

      *>    Concurso imediatamente anterior ja rateado (ou primeiro
      *>    concurso do calendario) - sem ele o concurso nao e calculado.
       01  ws-anterior-situacao                     pic x(01) value "S".
           88  ws-anterior-rateado                  value "S".
           88  ws-anterior-sem-rateio               value "N".

      *>    Totais da rodada, exibidos no resumo final da execucao.
       77  ws-tot-rateados                          pic 9(06) comp value zero.
       77  ws-tot-apostas                           pic 9(06) comp value zero.
       77  ws-tot-estornadas                        pic 9(06) comp value zero.

      *>    Campos editados do relatorio.
       77  ws-rel-valor-ed                          pic zzzzzzzzzz9,99.
       77  ws-rel-valor2-ed                         pic zzzzzzzzzz9,99.
       77  ws-rel-perc-ed                           pic zz9,99.
       77  ws-rel-ganh-ed                           pic zzzzz9.
       77  ws-rel-nome-faixa                        pic x(06).

       01  ws-rel-data.
           05  ws-rel-data-ano                      pic 9(04).
           05  ws-rel-data-mes                      pic 9(02).
           05  ws-rel-data-dia                      pic 9(02).

       01  ws-rel-numeros.
           05  ws-rel-numero-item occurs 6 times.
               10  ws-rel-numero                     pic 9(02).
               10  filler                            pic x(01).

      *>----Variaveis para comunicação entre programas
       Linkage Section.

      *>----Declaração de tela
       Screen Section.

      *>Declaração do corpo do programa
       Procedure Division.

           perform inicializa.
           perform procedimento.
           perform finaliza.

       inicializa section.

           accept ws-data-hoje from date yyyymmdd

           perform carrega-percentuais
           perform carrega-rateios-anteriores
           perform carrega-concursos-a-ratear

           open output rel-arq

           move "RESULTADO DO CONCURSO - RATEIO DA ARRECADACAO POR FAIXA"
                to rel-registro
           write rel-registro

           move "======================================================="
                to rel-registro
           write rel-registro

           move ws-data-hoje to ws-rel-data

           move spaces to rel-registro
           string "DATA DO CALCULO: " ws-rel-data-ano "/"
                  ws-rel-data-mes "/" ws-rel-data-dia
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move spaces to rel-registro
           write rel-registro

           .
       inicializa-exit.
           exit.

       *>======================================================================
       *>  Procedimento Principal
       *>======================================================================
      *>    Para cada concurso sorteado ainda sem rateio: soma a
      *>    arrecadacao liquida no TRANSACOES, conta os ganhadores por
      *>    faixa no HISTORICO, divide o valor de cada faixa entre os
      *>    seus ganhadores e leva a faixa sem ganhador para a sena do
      *>    concurso seguinte.

       procedimento section.

           if ws-cal-qtde = zero then

               move "NENHUM CONCURSO SORTEADO COM RATEIO A CALCULAR"
                    to rel-registro
               write rel-registro

           else

               perform acumula-arrecadacao

      *>    Estorno que nao coube na tabela contaria como ganhador e o
      *>    valor por ganhador sairia diferente do pago pelo Programa6 -
      *>    nenhum rateio e gravado na rodada.
               if ws-est-cheia then

                   display "ERRO: ESTORNOS DOS CONCURSOS A RATEAR EXCEDEM O "
                           "LIMITE DE 500 - RATEIO NAO CALCULADO"
                   move "ATENCAO: LIMITE DE ESTORNOS EXCEDIDO - RATEIO NAO CALCULADO"
                        to rel-registro
                   write rel-registro
                   move 8 to return-code

               else

                   open input hist-arq

      *>    Sem o historico nao ha como contar os ganhadores - nenhum
      *>    rateio e gravado, senao o concurso ficaria com o valor da
      *>    faixa todo acumulado e o rateio nao e recalculado depois.
                   if ws-hist-status <> "00" then

                       display "AVISO: ARQUIVO HISTORICO NAO ENCONTRADO, RATEIO NAO CALCULADO"
                       move "ATENCAO: ARQUIVO HISTORICO NAO ENCONTRADO - RATEIO NAO CALCULADO"
                            to rel-registro
                       write rel-registro
                       move 8 to return-code

                   else

                       perform until ws-hist-fim

                           read hist-arq
                               at end
                                   set ws-hist-fim to true
                               not at end
                                   perform conta-ganhador-aposta
                           end-read

                       end-perform

                       close hist-arq

                       open extend rat-arq

                       if ws-rat-status = "35"             *> Arquivo ainda nao existe
                           open output rat-arq
                       end-if

                       if ws-rat-status <> "00" then
                           display "ERRO AO ABRIR O ARQUIVO RATEIO - STATUS " ws-rat-status
                           move 8 to return-code
                       else

                           perform varying ws-idx-1 from 1 by 1
                                   until ws-idx-1 > ws-cal-qtde
                               perform obtem-acumulado-anterior
                               if ws-anterior-rateado then
                                   perform calcula-rateio-concurso
                               end-if
                           end-perform

                           close rat-arq

                       end-if

                   end-if

               end-if

           end-if

           perform exibe-resumo-rateio

           .
       procedimento-exit.
           exit.

       *>======================================================================
       *>  Carregar os Percentuais por Faixa (Tabela ou RATEIOPARAM)
       *>======================================================================
      *>    Carrega ws-tab-atual a partir da tabela tabelada (ws-tab-ref) e
      *>    depois sobrepõe com o que estiver no arquivo RATEIOPARAM -
      *>    mesma sistematica da tabela de valores do Programa6.

       carrega-percentuais section.

           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > 3
               move ws-tab-ref-faixa      (ws-idx-1) to ws-tab-atual-faixa      (ws-idx-1)
               move ws-tab-ref-percentual (ws-idx-1) to ws-tab-atual-percentual (ws-idx-1)
           end-perform

           open input par-arq

           if ws-par-status = "00" then

               move spaces to ws-par-chave

               perform until ws-par-fim

                   read par-arq
                       at end
                           set ws-par-fim to true
                       not at end
                           perform atualiza-percentual
                   end-read

               end-perform

               close par-arq

           end-if

      *>    Parametro que destina mais de 100% da arrecadacao e recusado
      *>    por inteiro: o rateio sai com a tabela de referencia.
           move zero to ws-soma-percentuais

           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > 3
               add ws-tab-atual-percentual (ws-idx-1) to ws-soma-percentuais
           end-perform

           if ws-soma-percentuais > 100 then

               display "AVISO: PERCENTUAIS DO RATEIOPARAM SOMAM MAIS DE 100% - "
                       "USADOS OS PERCENTUAIS DE REFERENCIA"
               move 4 to return-code

               perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > 3
                   move ws-tab-ref-faixa      (ws-idx-1) to ws-tab-atual-faixa      (ws-idx-1)
                   move ws-tab-ref-percentual (ws-idx-1) to ws-tab-atual-percentual (ws-idx-1)
               end-perform

           end-if

           .
       carrega-percentuais-exit.
           exit.

       atualiza-percentual section.

           if par-percentual is numeric
           and par-percentual <= 100 then

               perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > 3

                   if ws-tab-atual-faixa (ws-idx-1) = par-faixa then
                       move par-percentual to ws-tab-atual-percentual (ws-idx-1)
                   end-if

               end-perform

           end-if

           .
       atualiza-percentual-exit.
           exit.

       *>======================================================================
       *>  Carregar os Concursos Ja Rateados em Rodadas Anteriores
       *>======================================================================

       carrega-rateios-anteriores section.

           move zero to ws-rtd-qtde

           open input rat-arq

           if ws-rat-status = "00" then

               move spaces to ws-rat-chave

               perform until ws-rat-fim

                   read rat-arq
                       at end
                           set ws-rat-fim to true
                       not at end
                           if ws-rtd-qtde < 500 then
                               add 1 to ws-rtd-qtde
                               move rat-concurso
                                    to ws-rtd-concurso  (ws-rtd-qtde)
                               move rat-acumulado-seguinte
                                    to ws-rtd-acumulado (ws-rtd-qtde)
                           else
                               display "AVISO: LIMITE DE 500 CONCURSOS RATEADOS EM MEMORIA ATINGIDO, "
                                       "CONCURSO " rat-concurso " IGNORADO"
                               move 4 to return-code
                           end-if
                   end-read

               end-perform

               close rat-arq

           end-if

           .
       carrega-rateios-anteriores-exit.
           exit.

       *>======================================================================
       *>  Carregar os Concursos Sorteados Ainda Sem Rateio
       *>======================================================================
      *>    Sorteio antigo sem numero de concurso (zero) nao tem
      *>    arrecadacao propria e fica de fora do rateio.

       carrega-concursos-a-ratear section.

           move zero to ws-cal-qtde

           open input res-arq

           if ws-res-status <> "00" then
               display "AVISO: NENHUM SORTEIO REAL CARREGADO, NADA A RATEAR"
               move 8 to return-code
           else

               move spaces to ws-res-chave

               perform until ws-res-fim

                   read res-arq
                       at end
                           set ws-res-fim to true
                       not at end
                           if res-concurso > zero then
                               perform guarda-concurso-a-ratear
                           end-if
                   end-read

               end-perform

               close res-arq

               perform ordena-concursos-a-ratear

           end-if

           .
       carrega-concursos-a-ratear-exit.
           exit.

       guarda-concurso-a-ratear section.

           set ws-concurso-novo to true

           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > ws-rtd-qtde
               if ws-rtd-concurso (ws-idx-1) = res-concurso then
                   set ws-concurso-ja-rateado to true
               end-if
           end-perform

           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > ws-cal-qtde
               if ws-cal-concurso (ws-idx-1) = res-concurso then
                   set ws-concurso-ja-rateado to true
               end-if
           end-perform

           if ws-concurso-novo then

               if ws-cal-qtde < 500 then

                   add 1 to ws-cal-qtde

                   move res-concurso to ws-cal-concurso (ws-cal-qtde)
                   move res-data     to ws-cal-data     (ws-cal-qtde)
                   move zero         to ws-cal-vendas   (ws-cal-qtde)
                   move zero         to ws-cal-estornos (ws-cal-qtde)

                   perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > 6
                       move res-numero (ws-idx-1)
                            to ws-cal-numero (ws-cal-qtde, ws-idx-1)
                   end-perform

                   perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > 3
                       move zero to ws-cal-ganhadores (ws-cal-qtde, ws-idx-1)
                   end-perform

               else
                   display "AVISO: LIMITE DE 500 CONCURSOS A RATEAR ATINGIDO, "
                           "CONCURSO " res-concurso " FICA PARA A PROXIMA RODADA"
                   move 4 to return-code
               end-if

           end-if

           .
       guarda-concurso-a-ratear-exit.
           exit.

      *>    Ordem crescente de concurso, para o acumulado de cada um ser
      *>    levado ao seguinte mesmo quando o RESULTADOSREAIS nao vem em
      *>    ordem.

       ordena-concursos-a-ratear section.

           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 >= ws-cal-qtde

               perform varying ws-idx-2 from ws-idx-1 by 1
                       until ws-idx-2 > ws-cal-qtde

                   if ws-cal-concurso (ws-idx-2) < ws-cal-concurso (ws-idx-1) then
                       move ws-cal-item (ws-idx-1) to ws-cal-troca
                       move ws-cal-item (ws-idx-2) to ws-cal-item (ws-idx-1)
                       move ws-cal-troca           to ws-cal-item (ws-idx-2)
                   end-if

               end-perform

           end-perform

           .
       ordena-concursos-a-ratear-exit.
           exit.

       *>======================================================================
       *>  Somar a Arrecadacao e os Estornos dos Concursos em Calculo
       *>======================================================================

       acumula-arrecadacao section.

           open input trn-arq

           if ws-trn-status <> "00" then
               display "AVISO: ARQUIVO TRANSACOES NAO ENCONTRADO, ARRECADACAO ZERADA"
               move 4 to return-code
           else

               move spaces to ws-trn-chave

               perform until ws-trn-fim

                   read trn-arq
                       at end
                           set ws-trn-fim to true
                       not at end
                           perform acumula-transacao
                   end-read

               end-perform

               close trn-arq

           end-if

           .
       acumula-arrecadacao-exit.
           exit.

       acumula-transacao section.

           if trn-concurso > zero then

               perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > ws-cal-qtde

                   if ws-cal-concurso (ws-idx-1) = trn-concurso then

                       if trn-tipo-estorno then
                           add trn-valor to ws-cal-estornos (ws-idx-1)
                           perform guarda-protocolo-estornado
                       else
                           add trn-valor to ws-cal-vendas (ws-idx-1)
                       end-if

                   end-if

               end-perform

           end-if

           .
       acumula-transacao-exit.
           exit.

       guarda-protocolo-estornado section.

           if ws-est-qtde < 500 then
               add 1 to ws-est-qtde
               move trn-protocolo to ws-est-protocolo (ws-est-qtde)
           else

               if ws-est-com-espaco then
                   set ws-est-cheia to true
                   display "ERRO: LIMITE DE 500 ESTORNOS EM MEMORIA ATINGIDO, "
                           "PROTOCOLO " trn-protocolo " NAO CARREGADO"
               end-if

           end-if

           .
       guarda-protocolo-estornado-exit.
           exit.

       *>======================================================================
       *>  Contar a Aposta Como Ganhadora na Faixa do Seu Concurso
       *>======================================================================
      *>    Mesma conferencia do Programa6: acertos do numero apostado
      *>    contra o sorteio do concurso carimbado na venda. Bolao conta
      *>    como um ganhador - a divisao pelas cotas e feita na apuracao.

       conta-ganhador-aposta section.

           if hist-concurso > zero then

               perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > ws-cal-qtde

                   if ws-cal-concurso (ws-idx-1) = hist-concurso then

                       add 1 to ws-tot-apostas

                       perform verifica-aposta-estornada

                       if ws-aposta-estornada then
                           add 1 to ws-tot-estornadas
                       else

                           move zero to ws-acertos

                           perform varying ws-idx-2 from 1 by 1
                                   until ws-idx-2 > hist-qtd-escolhida

                               perform varying ws-idx-3 from 1 by 1 until ws-idx-3 > 6

                                   if hist-num-apostado (ws-idx-2)
                                      = ws-cal-numero (ws-idx-1, ws-idx-3) then
                                       add 1 to ws-acertos
                                   end-if

                               end-perform

                           end-perform

                           if ws-acertos >= 4 then
                               compute ws-idx-faixa = ws-acertos - 3
                               add 1 to ws-cal-ganhadores (ws-idx-1, ws-idx-faixa)
                           end-if

                       end-if

                   end-if

               end-perform

           end-if

           .
       conta-ganhador-aposta-exit.
           exit.

       verifica-aposta-estornada section.

           set ws-aposta-valida to true

           perform varying ws-idx-2 from 1 by 1 until ws-idx-2 > ws-est-qtde
               if ws-est-protocolo (ws-idx-2) = hist-protocolo then
                   set ws-aposta-estornada to true
               end-if
           end-perform

           .
       verifica-aposta-estornada-exit.
           exit.

       *>======================================================================
       *>  Calcular e Gravar o Rateio de um Concurso
       *>======================================================================
      *>    Valor da faixa = arrecadacao liquida x percentual da faixa,
      *>    mais o acumulado anterior na sena. O valor da faixa e o valor
      *>    por ganhador sao truncados no centavo; a diferenca entre o
      *>    destinado a premio (arrecadacao x soma dos percentuais) e o
      *>    que as faixas receberam, a sobra da divisao e a faixa inteira
      *>    sem ganhador vao para o acumulado do concurso seguinte -
      *>    nenhum centavo da arrecadacao destinada a premio se perde.

       calcula-rateio-concurso section.

           move zero to ws-rat-acumulado-seguinte

           move ws-cal-concurso (ws-idx-1) to rat-concurso
           move ws-cal-data     (ws-idx-1) to rat-data-sorteio
           move ws-cal-vendas   (ws-idx-1) to rat-vendas
           move ws-cal-estornos (ws-idx-1) to rat-estornos
           move ws-data-hoje                to rat-data-calculo
           move ws-rat-acumulado-anterior   to rat-acumulado-anterior

           if ws-cal-estornos (ws-idx-1) > ws-cal-vendas (ws-idx-1) then
               move zero to rat-arrecadacao
           else
               compute rat-arrecadacao = ws-cal-vendas   (ws-idx-1)
                                       - ws-cal-estornos (ws-idx-1)
           end-if

           move zero to ws-soma-percentuais
           move zero to ws-rat-distribuido

           perform varying ws-idx-faixa from 1 by 1 until ws-idx-faixa > 3
               add ws-tab-atual-percentual (ws-idx-faixa) to ws-soma-percentuais
           end-perform

           compute ws-rat-destinado =
                   rat-arrecadacao * ws-soma-percentuais / 100

           perform varying ws-idx-faixa from 1 by 1 until ws-idx-faixa > 3

               move ws-tab-atual-faixa      (ws-idx-faixa) to rat-faixa      (ws-idx-faixa)
               move ws-tab-atual-percentual (ws-idx-faixa) to rat-percentual (ws-idx-faixa)
               move ws-cal-ganhadores (ws-idx-1, ws-idx-faixa)
                    to rat-ganhadores (ws-idx-faixa)

               compute rat-valor-faixa (ws-idx-faixa) =
                       rat-arrecadacao * rat-percentual (ws-idx-faixa) / 100

               add rat-valor-faixa (ws-idx-faixa) to ws-rat-distribuido

               if rat-faixa (ws-idx-faixa) = 06 then
                   add ws-rat-acumulado-anterior to rat-valor-faixa (ws-idx-faixa)
               end-if

               if rat-ganhadores (ws-idx-faixa) = zero then
                   move zero to rat-valor-ganhador (ws-idx-faixa)
                   add rat-valor-faixa (ws-idx-faixa) to ws-rat-acumulado-seguinte
               else
                   compute rat-valor-ganhador (ws-idx-faixa) =
                           rat-valor-faixa (ws-idx-faixa) / rat-ganhadores (ws-idx-faixa)
                   compute ws-rat-sobra = rat-valor-faixa (ws-idx-faixa)
                                        - rat-valor-ganhador (ws-idx-faixa)
                                        * rat-ganhadores (ws-idx-faixa)
                   add ws-rat-sobra to ws-rat-acumulado-seguinte
               end-if

           end-perform

           if ws-rat-destinado > ws-rat-distribuido then
               compute ws-rat-sobra = ws-rat-destinado - ws-rat-distribuido
               add ws-rat-sobra to ws-rat-acumulado-seguinte
           end-if

           move ws-rat-acumulado-seguinte to rat-acumulado-seguinte

           write rat-registro

           if ws-rat-status <> "00" then
               display "ERRO AO GRAVAR O RATEIO DO CONCURSO " rat-concurso
                       " - STATUS " ws-rat-status
               move 8 to return-code
           else

               add 1 to ws-tot-rateados

               if ws-rtd-qtde < 500 then
                   add 1 to ws-rtd-qtde
                   move rat-concurso           to ws-rtd-concurso  (ws-rtd-qtde)
                   move rat-acumulado-seguinte to ws-rtd-acumulado (ws-rtd-qtde)
               end-if

               perform emite-resultado-concurso

           end-if

           .
       calcula-rateio-concurso-exit.
           exit.

      *>    O acumulado vem do maior concurso rateado abaixo deste. Se ja
      *>    houver concurso maior rateado, o acumulado anterior ja foi
      *>    levado por ele - o concurso sorteado fora de ordem nao o
      *>    recebe de novo. Se o maior rateado abaixo nao for o concurso
      *>    imediatamente anterior, o anterior ainda nao tem rateio e o
      *>    acumulado dele nao pode ser levado adiante: o concurso nao e
      *>    calculado (nem os seguintes) ate o anterior ser rateado. Sem
      *>    nenhum rateado abaixo e o primeiro concurso do calendario.

       obtem-acumulado-anterior section.

           move zero to ws-rat-acumulado-anterior
           move zero to ws-rat-anterior-concurso

           set ws-concurso-novo    to true
           set ws-anterior-rateado to true

           perform varying ws-idx-2 from 1 by 1 until ws-idx-2 > ws-rtd-qtde

               if ws-rtd-concurso (ws-idx-2) > ws-cal-concurso (ws-idx-1) then
                   set ws-concurso-ja-rateado to true
               end-if

               if  ws-rtd-concurso (ws-idx-2) < ws-cal-concurso (ws-idx-1)
               and ws-rtd-concurso (ws-idx-2) > ws-rat-anterior-concurso then
                   move ws-rtd-concurso  (ws-idx-2) to ws-rat-anterior-concurso
                   move ws-rtd-acumulado (ws-idx-2) to ws-rat-acumulado-anterior
               end-if

           end-perform

           compute ws-rat-concurso-esperado = ws-cal-concurso (ws-idx-1) - 1

           if  ws-rat-anterior-concurso > zero
           and ws-rat-anterior-concurso <> ws-rat-concurso-esperado then

               set ws-anterior-sem-rateio to true

               display "ERRO: CONCURSO " ws-rat-concurso-esperado
                       " SEM RATEIO CALCULADO - CONCURSO "
                       ws-cal-concurso (ws-idx-1) " NAO RATEADO"

               move spaces to rel-registro
               string "ATENCAO: CONCURSO " ws-rat-concurso-esperado
                      " SEM RATEIO - CONCURSO " ws-cal-concurso (ws-idx-1)
                      " NAO RATEADO"
                      delimited by size
                      into rel-registro
               end-string
               write rel-registro

               move 8 to return-code

           else

               if ws-concurso-ja-rateado then
                   display "AVISO: CONCURSO " ws-cal-concurso (ws-idx-1)
                           " RATEADO FORA DE ORDEM - ACUMULADO ANTERIOR NAO APLICADO"
                   move zero to ws-rat-acumulado-anterior
                   if return-code < 4 then
                       move 4 to return-code
                   end-if
               end-if

           end-if

           .
       obtem-acumulado-anterior-exit.
           exit.

       *>======================================================================
       *>  Emitir o Resultado do Concurso no Relatorio
       *>======================================================================

       emite-resultado-concurso section.

           move rat-data-sorteio to ws-rel-data

           move spaces to rel-registro
           string "CONCURSO " rat-concurso
                  "  SORTEIO EM " ws-rel-data-dia "/" ws-rel-data-mes
                  "/" ws-rel-data-ano
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move spaces to ws-rel-numeros

           perform varying ws-idx-2 from 1 by 1 until ws-idx-2 > 6
               move ws-cal-numero (ws-idx-1, ws-idx-2) to ws-rel-numero (ws-idx-2)
           end-perform

           move spaces to rel-registro
           string "  NUMEROS SORTEADOS: " ws-rel-numeros
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move rat-vendas to ws-rel-valor-ed
           move spaces to rel-registro
           string "  VENDAS DO CONCURSO.......: R$ " ws-rel-valor-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move rat-estornos to ws-rel-valor-ed
           move spaces to rel-registro
           string "  ESTORNOS.................: R$ " ws-rel-valor-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move rat-arrecadacao to ws-rel-valor-ed
           move spaces to rel-registro
           string "  ARRECADACAO LIQUIDA......: R$ " ws-rel-valor-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move rat-acumulado-anterior to ws-rel-valor-ed
           move spaces to rel-registro
           string "  ACUMULADO RECEBIDO (SENA): R$ " ws-rel-valor-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move spaces to rel-registro
           write rel-registro

           move "  FAIXA     PERC.   VALOR DA FAIXA  GANHADORES     POR GANHADOR"
                to rel-registro
           write rel-registro

           perform varying ws-idx-faixa from 1 by 1 until ws-idx-faixa > 3

               evaluate rat-faixa (ws-idx-faixa)
                   when 04
                       move "QUADRA" to ws-rel-nome-faixa
                   when 05
                       move "QUINA"  to ws-rel-nome-faixa
                   when other
                       move "SENA"   to ws-rel-nome-faixa
               end-evaluate

               move rat-percentual     (ws-idx-faixa) to ws-rel-perc-ed
               move rat-valor-faixa    (ws-idx-faixa) to ws-rel-valor-ed
               move rat-ganhadores     (ws-idx-faixa) to ws-rel-ganh-ed
               move rat-valor-ganhador (ws-idx-faixa) to ws-rel-valor2-ed

               move spaces to rel-registro

               if rat-ganhadores (ws-idx-faixa) = zero then
                   string "  " ws-rel-nome-faixa "   " ws-rel-perc-ed "%  "
                          ws-rel-valor-ed "      " ws-rel-ganh-ed
                          "   ACUMULOU"
                          delimited by size
                          into rel-registro
                   end-string
               else
                   string "  " ws-rel-nome-faixa "   " ws-rel-perc-ed "%  "
                          ws-rel-valor-ed "      " ws-rel-ganh-ed
                          "   " ws-rel-valor2-ed
                          delimited by size
                          into rel-registro
                   end-string
               end-if

               write rel-registro

           end-perform

           move spaces to rel-registro
           write rel-registro

           move rat-acumulado-seguinte to ws-rel-valor-ed
           move spaces to rel-registro
           string "  ACUMULADO PARA A SENA DO CONCURSO SEGUINTE: R$ "
                  ws-rel-valor-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move spaces to rel-registro
           write rel-registro

           .
       emite-resultado-concurso-exit.
           exit.

       *>======================================================================
       *>  Exibir o Resumo do Rateio no Console
       *>======================================================================

       exibe-resumo-rateio section.

           display "CALCULO DO RATEIO CONCLUIDO"
           display "CONCURSOS A RATEAR.......: " ws-cal-qtde
           display "CONCURSOS RATEADOS.......: " ws-tot-rateados
           display "APOSTAS CONFERIDAS.......: " ws-tot-apostas
           display "APOSTAS ESTORNADAS.......: " ws-tot-estornadas

           .
       exibe-resumo-rateio-exit.
           exit.

       finaliza section.

           close rel-arq

      *>    GOBACK: encerra a execucao quando rodado sozinho e devolve o
      *>    controle (com o return-code) quando chamado pelo orquestrador
      *>    da cadeia noturna (Programa17).
           goback

           .
       finaliza-exit.
           exit.
