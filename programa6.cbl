
      *>    Tabela de valores de premio por faixa de acerto (04-quadra,
      *>    05-quina, 06-sena), mantida pelo setor comercial fora do
      *>    programa - mesma sistematica do arquivo PRECOS. Vale so para
      *>    as apostas anteriores ao calendario de concursos (concurso
      *>    zero); as demais sao pagas pelo rateio do concurso.
           select pvl-arq assign to "VALORESPREMIOS"
                  organization is sequential
                  access mode is sequential
                  file status is ws-pvl-status.

      *>    Rateio da arrecadacao por concurso calculado pelo Programa21 -
      *>    valor por ganhador de cada faixa.
           select rat-arq assign to "RATEIO"
                  organization is sequential
                  access mode is sequential
                  file status is ws-rat-status.

      *>    Log de transacoes - os estornos tiram a aposta da apuracao,
      *>    mesma regra do Programa21 na contagem dos ganhadores.
           select trn-arq assign to "TRANSACOES"
                  organization is sequential
                  access mode is sequential
                  file status is ws-trn-status.

      *>    Arquivo de premios apurados, um registro por combinacao
      *>    premiada (aposta x sorteio real) - e a base de pagamento
      *>    dos ganhadores.
                  record key is bol-protocolo
                  file status is ws-bol-status.

      *>    Calendario de concursos mantido pelo Programa19 - cada concurso
      *>    cujo sorteio foi apurado nesta rodada passa a "apurado".
           select conc-arq assign to "CONCURSOS"
                  organization is indexed
                  access mode is random
                  record key is conc-numero
                  file status is ws-conc-status.

       I-O-Control.


               10  hist-tempo-seg                    pic 9(02).
           05  hist-apostador-id                     pic x(15).
           05  hist-protocolo                        pic 9(09).
           05  hist-concurso                         pic 9(05).

      *>    Historico de sorteios reais, importado de fora do sistema -
      *>    mesmo layout conferido pelo Programa1.
           05  pvl-faixa                            pic 9(02).
           05  pvl-valor                            pic 9(09)v9(02).

      *>    Layout espelhado do rateio gravado pelo Programa21.
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

      *>    O protocolo amarra o premio a aposta que o gerou e o status
      *>    controla a baixa: apurado pela apuracao, pago/prescrito pelo
      *>    Programa11 - a reapuracao preserva as baixas ja registradas.
                   15  bol-cotas                     pic 9(03).
           05  bol-total-cotas                       pic 9(04).

      *>    Layout espelhado do calendario de concursos do Programa19 -
      *>    aqui so a situacao muda.
       fd  conc-arq
           label records are standard.

       01  conc-registro.
           05  conc-numero                           pic 9(05).
           05  conc-data-sorteio                     pic 9(08).
           05  conc-data-corte                       pic 9(08).
           05  conc-hora-corte                       pic 9(04).
           05  conc-situacao                         pic x(01).
               88  conc-aberto                       value "A".
               88  conc-vendas-encerradas            value "E".
               88  conc-apurado                      value "P".

      *>----Variaveis de trabalho
       Working-storage Section.
      *>------------------------------
       01  ws-prm-chave                             pic x(01) value spaces.
           88  ws-prm-fim                           value "F".

       77  ws-rat-status                            pic x(02) value "00".

       01  ws-rat-chave                             pic x(01) value spaces.
           88  ws-rat-fim                           value "F".

       77  ws-trn-status                            pic x(02) value "00".

       01  ws-trn-chave                             pic x(01) value spaces.
           88  ws-trn-fim                           value "F".

       77  ws-bol-status                            pic x(02) value "00".

       77  ws-conc-status                           pic x(02) value "00".

       01  ws-bolao-aposta                          pic x(01) value "N".
           88  ws-bolao-achado                      value "S".
           88  ws-bolao-nao-achado                  value "N".
      *>    Valor cheio da faixa premiada e as parcelas do rateio do
      *>    bolao - a ultima parcela leva a sobra do truncamento, para o
      *>    rateio fechar exatamente com o valor da faixa.
       77  ws-apu-valor-faixa                       pic 9(11)v9(02) value zero.
       77  ws-apu-valor-parte                       pic 9(11)v9(02) value zero.
       77  ws-apu-valor-rateado                     pic 9(11)v9(02) value zero.

      *>    Tabela tabelada (oficial, conforme consta no código) dos
      *>    valores de premio por faixa de acerto - usada como referência
               10  ws-tab-atual-valor                pic 9(09)v9(02).

      *>    Sorteios reais carregados em memoria no inicio da execucao,
      *>    para cruzar cada aposta do historico com o sorteio do seu
      *>    concurso em uma unica passada do arquivo HISTORICO.
       01  ws-sorteios-reais.
           05  ws-sr-item occurs 500 times.
               10  ws-sr-concurso                    pic 9(05).

       77  ws-sr-qtde                               pic 9(03) comp value zero.

      *>    Valor por ganhador de cada faixa (04, 05, 06) dos concursos
      *>    ja rateados pelo Programa21.
       01  ws-rateios.
           05  ws-rt-item occurs 500 times.
               10  ws-rt-concurso                    pic 9(05).
               10  ws-rt-valor-ganhador occurs 3 times
                                                     pic 9(11)v9(02).

       77  ws-rt-qtde                               pic 9(03) comp value zero.

      *>    Posicao do rateio do concurso da aposta (zero = sem rateio).
       77  ws-apu-rateio                            pic 9(03) comp value zero.

       01  ws-valor-premio                          pic x(01) value "N".
           88  ws-valor-premio-ok                   value "S".
           88  ws-valor-premio-sem-rateio           value "N".

      *>    Protocolos estornados (Programa13) - aposta estornada nao
      *>    concorre ao premio. So entram os estornos de apostas dos
      *>    concursos com sorteio carregado nesta rodada (ou anteriores
      *>    ao calendario, concurso zero) - os demais nao sao conferidos.
       01  ws-estornos.
           05  ws-est-protocolo occurs 500 times    pic 9(09).

       77  ws-est-qtde                              pic 9(03) comp value zero.

      *>    Posicao do sorteio do concurso da aposta estornada (zero =
      *>    concurso sem sorteio carregado).
       77  ws-est-sorteio                           pic 9(03) comp value zero.

       01  ws-est-lotada                            pic x(01) value "N".
           88  ws-est-cheia                         value "S".
           88  ws-est-com-espaco                    value "N".

       01  ws-aposta-situacao                       pic x(01) value "N".
           88  ws-aposta-estornada                  value "S".
           88  ws-aposta-valida                     value "N".

       77  ws-apu-acertos                           pic 9(02) comp.

      *>    Posicao, na tabela de sorteios, do sorteio do concurso para o
      *>    qual a aposta foi vendida (zero = concurso ainda nao sorteado).
       77  ws-apu-sorteio                           pic 9(03) comp value zero.

      *>    Baixas (pago/prescrito) ja registradas no PREMIOS da apuracao
      *>    anterior, carregadas antes da regravacao do arquivo - uma
      *>    reapuracao nao pode devolver para "apurado" um premio que o
       77  ws-apu-premios-quadra                    pic 9(06) comp value zero.
       77  ws-apu-premios-quina                     pic 9(06) comp value zero.
       77  ws-apu-premios-sena                      pic 9(06) comp value zero.
       77  ws-apu-sem-sorteio                       pic 9(06) comp value zero.
       77  ws-apu-concursos-apurados                pic 9(06) comp value zero.
       77  ws-apu-estornadas                        pic 9(06) comp value zero.
       77  ws-apu-sem-rateio                        pic 9(06) comp value zero.
       77  ws-apu-valor-total                       pic 9(11)v9(02) comp value zero.

       77  ws-apu-valor-ed                          pic zzzzzzzzzz9,99.

           perform carrega-valores-premios
           perform carrega-sorteios-reais
           perform carrega-rateios
           perform carrega-estornos
           perform carrega-baixas-anteriores

           .
       *>======================================================================
       *>  Procedimento Principal
       *>======================================================================
      *>    Percorre o historico de apostas e cruza cada uma com o sorteio
      *>    real do concurso para o qual ela foi vendida, gravando um
      *>    registro de premio por aposta premiada (quadra, quina ou sena).

       procedimento section.

               move 8 to return-code
           else

      *>    Estorno que nao coube na tabela seria apurado e pago - a
      *>    rodada e recusada inteira e a apuracao anterior fica intacta.
               if ws-est-cheia then
                   display "ERRO: ESTORNOS DOS CONCURSOS SORTEADOS EXCEDEM O "
                           "LIMITE DE 500 - APURACAO NAO EXECUTADA"
                   move 8 to return-code
               else

                   open input hist-arq

                   if ws-hist-status = "00" then

                       open output prm-arq

                       perform until ws-hist-fim

                           read hist-arq
                               at end
                                   set ws-hist-fim to true
                               not at end
                                   perform apura-premios-aposta
                           end-read

                       end-perform

                       close hist-arq
                       close prm-arq

                       perform marca-concursos-apurados
                       perform exibe-resumo-apuracao

                   else
                       display "AVISO: ARQUIVO HISTORICO NAO ENCONTRADO, NADA A APURAR"
                       move 8 to return-code
                   end-if

               end-if

           end-if
       guarda-sorteio-real-exit.
           exit.

       *>======================================================================
       *>  Carregar os Rateios por Concurso Calculados pelo Programa21
       *>======================================================================

       carrega-rateios section.

           move zero to ws-rt-qtde

           open input rat-arq

           if ws-rat-status = "00" then

               move spaces to ws-rat-chave

               perform until ws-rat-fim

                   read rat-arq
                       at end
                           set ws-rat-fim to true
                       not at end
                           perform guarda-rateio
                   end-read

               end-perform

               close rat-arq

           end-if

           .
       carrega-rateios-exit.
           exit.

       guarda-rateio section.

           if ws-rt-qtde < 500 then

               add 1 to ws-rt-qtde

               move rat-concurso to ws-rt-concurso (ws-rt-qtde)

               perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > 3
                   move rat-valor-ganhador (ws-idx-1)
                        to ws-rt-valor-ganhador (ws-rt-qtde, ws-idx-1)
               end-perform

           else
               display "AVISO: LIMITE DE 500 RATEIOS EM MEMORIA ATINGIDO, "
                       "CONCURSO " rat-concurso " IGNORADO"
           end-if

           .
       guarda-rateio-exit.
           exit.

       *>======================================================================
       *>  Carregar os Protocolos Estornados
       *>======================================================================

       carrega-estornos section.

           move zero to ws-est-qtde

           open input trn-arq

           if ws-trn-status = "00" then

               move spaces to ws-trn-chave

               perform until ws-trn-fim

                   read trn-arq
                       at end
                           set ws-trn-fim to true
                       not at end
                           if trn-tipo-estorno then
                               perform confere-concurso-estornado
                           end-if
                   end-read

               end-perform

               close trn-arq

           end-if

           .
       carrega-estornos-exit.
           exit.

      *>    Estorno de aposta de concurso ainda nao sorteado nao tem o
      *>    que tirar da apuracao e nao ocupa a tabela.

       confere-concurso-estornado section.

           move zero to ws-est-sorteio

           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > ws-sr-qtde
               if ws-sr-concurso (ws-idx-1) = trn-concurso then
                   move ws-idx-1 to ws-est-sorteio
               end-if
           end-perform

           if trn-concurso = zero
           or ws-est-sorteio > zero then
               perform guarda-protocolo-estornado
           end-if

           .
       confere-concurso-estornado-exit.
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
       *>  Carregar as Baixas Ja Registradas na Apuracao Anterior
       *>======================================================================
           exit.

       *>======================================================================
       *>  Apurar os Premios de uma Aposta Contra o Sorteio do Seu Concurso
       *>======================================================================
      *>    A aposta concorre somente no sorteio do concurso carimbado pelo
      *>    Programa1 na venda - concurso ainda nao sorteado fica para a
      *>    proxima apuracao.

       apura-premios-aposta section.

           add 1 to ws-apu-apostas

           perform localiza-sorteio-da-aposta

           if ws-apu-sorteio = zero then
               add 1 to ws-apu-sem-sorteio
           else

               move ws-apu-sorteio to ws-idx-1

               move zero to ws-apu-acertos

               end-perform

               if ws-apu-acertos >= 4 then

                   perform verifica-aposta-estornada

                   if ws-aposta-estornada then
                       add 1 to ws-apu-estornadas
                   else

                       perform obtem-valor-premio

                       if ws-valor-premio-ok then
                           perform grava-premio
                       else
                           add 1 to ws-apu-sem-rateio
                       end-if

                   end-if

               end-if

           end-if

           .
       apura-premios-aposta-exit.
           exit.

      *>    Aposta vendida antes do calendario de concursos (concurso
      *>    zero, vinda da conversao de layout) concorre no primeiro
      *>    sorteio publicado na data da aposta ou depois dela - uma
      *>    unica vez, nunca contra sorteios anteriores a venda.

       localiza-sorteio-da-aposta section.

           move zero to ws-apu-sorteio

           if hist-concurso > zero then

               perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > ws-sr-qtde
                   if ws-sr-concurso (ws-idx-1) = hist-concurso then
                       move ws-idx-1 to ws-apu-sorteio
                   end-if
               end-perform

           else

               perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > ws-sr-qtde
                   if ws-sr-data (ws-idx-1) >= hist-data then
                       if ws-apu-sorteio = zero then
                           move ws-idx-1 to ws-apu-sorteio
                       else
                           if ws-sr-data (ws-idx-1) < ws-sr-data (ws-apu-sorteio) then
                               move ws-idx-1 to ws-apu-sorteio
                           end-if
                       end-if
                   end-if
               end-perform

           end-if

           .
       localiza-sorteio-da-aposta-exit.
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
       *>  Obter o Valor do Premio da Faixa (Rateio ou Tabela)
       *>======================================================================
      *>    Aposta vendida para um concurso recebe o valor por ganhador do
      *>    rateio do seu concurso; sem rateio calculado o premio nao e
      *>    gravado e o concurso nao e marcado como apurado - fica para a
      *>    rodada seguinte. Aposta anterior ao calendario (concurso zero)
      *>    nao entrou em arrecadacao de concurso nenhum e segue paga pela
      *>    tabela VALORESPREMIOS.

       obtem-valor-premio section.

           move zero to ws-apu-valor-faixa

           if hist-concurso > zero then

               set ws-valor-premio-sem-rateio to true

               perform localiza-rateio-concurso

               if ws-apu-rateio > zero then
                   set ws-valor-premio-ok to true
                   compute ws-idx-2 = ws-apu-acertos - 3
                   move ws-rt-valor-ganhador (ws-apu-rateio, ws-idx-2)
                        to ws-apu-valor-faixa
               end-if

           else

               set ws-valor-premio-ok to true

               perform varying ws-idx-2 from 1 by 1 until ws-idx-2 > 3
                   if ws-tab-atual-faixa (ws-idx-2) = ws-apu-acertos then
                       move ws-tab-atual-valor (ws-idx-2) to ws-apu-valor-faixa
                   end-if
               end-perform

           end-if

           .
       obtem-valor-premio-exit.
           exit.

      *>    Procura o rateio do concurso do sorteio apontado por ws-idx-1.

       localiza-rateio-concurso section.

           move zero to ws-apu-rateio

           perform varying ws-idx-3 from 1 by 1 until ws-idx-3 > ws-rt-qtde
               if ws-rt-concurso (ws-idx-3) = ws-sr-concurso (ws-idx-1) then
                   move ws-idx-3 to ws-apu-rateio
               end-if
           end-perform

           .
       localiza-rateio-concurso-exit.
           exit.

       *>======================================================================
       *>  Gravar um Registro de Premio Apurado
       *>======================================================================
           move ws-apu-acertos        to prm-faixa
           move hist-protocolo        to prm-protocolo

      *>    O PREMIOS guarda ate 999.999.999,99 por registro: premio acima
      *>    disso nao e gravado truncado - sai como erro para tratamento.
           if ws-apu-valor-faixa > 999999999,99 then

               display "ERRO: PREMIO DO PROTOCOLO " hist-protocolo
                       " ACIMA DO LIMITE DO PREMIOS - NAO GRAVADO"
               move 8 to return-code

           else

      *>    Aposta de bolao premiada (cadastro do Programa15) gera um
      *>    registro por participante com o valor rateado pelas cotas;
      *>    sem bolao, o registro unico sai no nome de quem apostou.
               perform busca-bolao-premio

               if ws-bolao-achado then
                   perform rateia-premio-bolao
               else

                   move hist-apostador-id  to prm-apostador-id
                   move ws-apu-valor-faixa to prm-valor
                   set  prm-apurado        to true

                   perform aplica-baixa-anterior

                   write prm-registro

                   add prm-valor to ws-apu-valor-total

               end-if

           end-if

       rateia-premio-bolao-exit.
           exit.

       *>======================================================================
       *>  Marcar como Apurados os Concursos com Sorteio Publicado
       *>======================================================================
      *>    Todo concurso do calendario cujo sorteio esta no RESULTADOSREAIS
      *>    e cujo rateio ja foi calculado teve as apostas conferidas nesta
      *>    rodada e passa a "apurado" - sorteio antigo sem numero de
      *>    concurso (zero) fica de fora.

       marca-concursos-apurados section.

           open i-o conc-arq

           if ws-conc-status <> "00" then
               display "AVISO: CALENDARIO DE CONCURSOS INDISPONIVEL - STATUS "
                       ws-conc-status " - SITUACAO DOS CONCURSOS NAO ATUALIZADA"
               if return-code < 4 then
                   move 4 to return-code
               end-if
           else

               perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > ws-sr-qtde

                   if ws-sr-concurso (ws-idx-1) > zero then
                       perform localiza-rateio-concurso
                   end-if

                   if  ws-sr-concurso (ws-idx-1) > zero
                   and ws-apu-rateio > zero then

                       move ws-sr-concurso (ws-idx-1) to conc-numero

                       read conc-arq

                       if  ws-conc-status = "00"
                       and not conc-apurado then
                           set conc-apurado to true
                           rewrite conc-registro
                           if ws-conc-status = "00" then
                               add 1 to ws-apu-concursos-apurados
                           end-if
                       end-if

                   end-if

               end-perform

               close conc-arq

           end-if

           .
       marca-concursos-apurados-exit.
           exit.

       *>======================================================================
       *>  Exibir o Resumo da Apuracao no Console
       *>======================================================================
           display "APURACAO DE PREMIOS CONCLUIDA"
           display "SORTEIOS REAIS CARREGADOS: " ws-sr-qtde
           display "APOSTAS CONFERIDAS: " ws-apu-apostas
           display "APOSTAS DE CONCURSO AINDA NAO SORTEADO: " ws-apu-sem-sorteio
           display "CONCURSOS MARCADOS COMO APURADOS: " ws-apu-concursos-apurados
           display "APOSTAS PREMIADAS ESTORNADAS: " ws-apu-estornadas
           display "APOSTAS PREMIADAS SEM RATEIO DO CONCURSO: " ws-apu-sem-rateio
           display "PREMIOS QUADRA: " ws-apu-premios-quadra
           display "PREMIOS QUINA.: " ws-apu-premios-quina
           display "PREMIOS SENA..: " ws-apu-premios-sena
           move ws-apu-valor-total to ws-apu-valor-ed
           display "VALOR TOTAL APURADO: R$ " ws-apu-valor-ed

           if ws-apu-sem-rateio > zero then
               display "AVISO: HA CONCURSO SORTEADO SEM RATEIO CALCULADO - "
                       "RODAR O PROGRAMA21 E REAPURAR"
               if return-code < 4 then
                   move 4 to return-code
               end-if
           end-if

           .
       exibe-resumo-apuracao-exit.
           exit.
