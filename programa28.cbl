      $set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "Programa28". *> Projeto loteria
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

      *>    Log de transacoes gravado pelo Programa2 (apostas) e pelo
      *>    Programa13 (estornos) - de onde saem as apostas aceitas do dia
      *>    e os protocolos estornados, que nao sao remetidos.
           select trn-arq assign to "TRANSACOES"
                  organization is sequential
                  access mode is sequential
                  file status is ws-trn-status.

      *>    Historico das apostas gravado pelo Programa2 - traz os numeros
      *>    apostados de cada protocolo.
           select hist-arq assign to "HISTORICO"
                  organization is sequential
                  access mode is sequential
                  file status is ws-hist-status.

      *>    Controle dos protocolos remetidos a operadora, chaveado pelo
      *>    protocolo: protocolo que ja esta aqui nao e remetido de novo,
      *>    mesmo que a remessa seja reexecutada. O Programa29 registra
      *>    nele o aceite ou a rejeicao devolvidos no retorno.
           select rctl-arq assign to "REMESSACTL"
                  organization is indexed
                  access mode is random
                  record key is rctl-protocolo
                  file status is ws-rctl-status.

      *>    Numero da ultima remessa gerada (registro unico), mesma
      *>    sistematica do arquivo PROTOCOLO do Programa1.
           select seq-arq assign to "REMESSASEQ"
                  organization is sequential
                  access mode is sequential
                  file status is ws-seq-status.

      *>    Parametro opcional com a data do movimento (AAAAMMDD) a
      *>    remeter. Se nao existir, vale a data corrente.
           select par-arq assign to "REMESSAPARAM"
                  organization is sequential
                  access mode is sequential
                  file status is ws-par-status.

      *>    Arquivo de remessa a operadora, de tamanho fixo: um registro
      *>    header, um detalhe por aposta e um trailer de controle. Cada
      *>    remessa tem o proprio arquivo (REMESSA.NNNNNN, com o numero
      *>    da remessa no nome): uma reexecucao antes da transmissao gera
      *>    a remessa seguinte sem regravar a anterior, cujos protocolos
      *>    ja estao marcados como enviados no controle.
           select rem-arq assign using ws-rem-nome
                  organization is sequential
                  access mode is sequential
                  file status is ws-rem-status.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>    Layout espelhado do log de transacoes do Programa2.
       fd  trn-arq
           label records are standard.

       01  trn-registro.
           05  trn-apostador-id                      pic x(15).
           05  trn-data                              pic 9(08).
           05  trn-hora                              pic 9(06).
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

      *>    Layout espelhado do historico gravado pelo Programa2.
       fd  hist-arq
           label records are standard.

       01  hist-registro.
           05  hist-data                             pic 9(08).
           05  hist-hora                             pic 9(06).
           05  hist-qtd-escolhida                    pic 9(02).
           05  hist-numeros-apostados.
               10  hist-num-apostado occurs 10 times pic 9(02).
           05  hist-numeros-sorteados.
               10  hist-num-sorteado occurs 6 times  pic 9(02).
           05  hist-tentativas                       pic 9(10).
           05  hist-valor                            pic 9(03)v9(02).
           05  hist-tempo-gasto                      pic 9(06).
           05  hist-apostador-id                     pic x(15).
           05  hist-protocolo                        pic 9(09).
           05  hist-concurso                         pic 9(05).

      *>    Situacao do protocolo na operadora: E-enviado (aguardando o
      *>    retorno), A-aceito, R-rejeitado (com o motivo da operadora).
       fd  rctl-arq
           label records are standard.

       01  rctl-registro.
           05  rctl-protocolo                        pic 9(09).
           05  rctl-remessa                          pic 9(06).
           05  rctl-data-envio                       pic 9(08).
           05  rctl-apostador-id                     pic x(15).
           05  rctl-concurso                         pic 9(05).
           05  rctl-valor                            pic 9(03)v9(02).
           05  rctl-loterica                         pic 9(05).
           05  rctl-situacao                         pic x(01).
               88  rctl-enviado                      value "E".
               88  rctl-aceito                       value "A".
               88  rctl-rejeitado                    value "R".
           05  rctl-motivo-codigo                    pic x(03).
           05  rctl-motivo-descr                     pic x(40).
           05  rctl-data-retorno                     pic 9(08).

       fd  seq-arq
           label records are standard.

       01  seq-registro.
           05  seq-ultima-remessa                    pic 9(06).

      *>    Registro unico com a data do movimento (AAAAMMDD).
       fd  par-arq
           label records are standard.

       01  par-registro.
           05  par-data-movimento                    pic 9(08).

      *>    Layout da remessa (100 posicoes): tipo e numero da remessa em
      *>    todos os registros; o restante varia conforme o tipo.
       fd  rem-arq
           label records are standard.

       01  rem-registro.
           05  rem-tipo                              pic x(01).
               88  rem-tipo-header                   value "0".
               88  rem-tipo-detalhe                  value "1".
               88  rem-tipo-trailer                  value "9".
           05  rem-remessa                           pic 9(06).
           05  rem-dados                             pic x(93).
           05  rem-header redefines rem-dados.
               10  rem-hdr-data-geracao              pic 9(08).
               10  rem-hdr-hora-geracao              pic 9(06).
               10  rem-hdr-data-movimento            pic 9(08).
               10  rem-hdr-remetente                 pic x(20).
               10  filler                            pic x(51).
           05  rem-detalhe redefines rem-dados.
               10  rem-det-sequencia                 pic 9(07).
               10  rem-det-protocolo                 pic 9(09).
               10  rem-det-concurso                  pic 9(05).
               10  rem-det-data                      pic 9(08).
               10  rem-det-hora                      pic 9(06).
               10  rem-det-qtd-escolhida             pic 9(02).
               10  rem-det-numeros.
                   15  rem-det-numero occurs 10 times pic 9(02).
               10  rem-det-valor                     pic 9(03)v9(02).
               10  rem-det-loterica                  pic 9(05).
               10  rem-det-terminal                  pic 9(03).
               10  filler                            pic x(23).
      *>       Totais de controle: quantidade de registros (header e
      *>       trailer inclusive) e de detalhes, soma dos valores e os
      *>       totais de hash dos protocolos e dos numeros apostados.
           05  rem-trailer redefines rem-dados.
               10  rem-trl-qtd-registros             pic 9(07).
               10  rem-trl-qtd-detalhes              pic 9(07).
               10  rem-trl-valor-total               pic 9(11)v9(02).
               10  rem-trl-hash-protocolos           pic 9(15).
               10  rem-trl-hash-numeros              pic 9(09).
               10  filler                            pic x(42).

      *>----Variaveis de trabalho
       Working-storage Section.
      *>------------------------------

       77  ws-trn-status                            pic x(02) value "00".

       01  ws-trn-chave                             pic x(01) value spaces.
           88  ws-trn-fim                           value "F".

       77  ws-hist-status                           pic x(02) value "00".

       01  ws-hist-chave                            pic x(01) value spaces.
           88  ws-hist-fim                          value "F".

       77  ws-rctl-status                           pic x(02) value "00".

       77  ws-seq-status                            pic x(02) value "00".

       77  ws-par-status                            pic x(02) value "00".

       77  ws-rem-status                            pic x(02) value "00".

       01  ws-execucao                              pic x(01) value "N".
           88  ws-execucao-ok                       value "N".
           88  ws-execucao-abortada                 value "S".

       01  ws-rctl-aberto                           pic x(01) value "N".
           88  ws-rctl-em-uso                       value "S".

       77  ws-idx-1                                 pic 9(04) comp.

       77  ws-idx-apo                               pic 9(04) comp value zero.

       77  ws-idx-num                               pic 9(02) comp.

       01  ws-data-hoje                             pic 9(08).

       01  ws-hora-agora                            pic 9(08).

       77  ws-data-movimento                        pic 9(08) value zero.

       77  ws-numero-remessa                        pic 9(06) value zero.

      *>    Nome do arquivo da remessa, montado com o numero da remessa.
       77  ws-rem-nome                              pic x(20) value spaces.

      *>    Apostas aceitas do dia ainda nao remetidas, montadas na
      *>    passada do TRANSACOES e completadas com os numeros na passada
      *>    do HISTORICO. O controle so e gravado no fim, com a remessa
      *>    inteira fechada: remessa interrompida no meio nao deixa
      *>    protocolo marcado como enviado sem estar no arquivo.
       01  ws-apostas.
           05  ws-apo-item occurs 2000 times.
               10  ws-apo-protocolo                  pic 9(09).
               10  ws-apo-apostador-id               pic x(15).
               10  ws-apo-concurso                   pic 9(05).
               10  ws-apo-valor                      pic 9(03)v9(02).
               10  ws-apo-loterica                   pic 9(05).
               10  ws-apo-terminal                   pic 9(03).
               10  ws-apo-remetida                   pic x(01).
                   88  ws-apo-enviada                value "S".
                   88  ws-apo-pendente               value "N".
               10  ws-apo-estorno                    pic x(01).
                   88  ws-apo-estornada              value "S".
                   88  ws-apo-vigente                value "N".

       77  ws-apo-qtde                              pic 9(04) comp value zero.

       01  ws-apo-lotada                            pic x(01) value "N".
           88  ws-apo-cheia                         value "S".
           88  ws-apo-com-espaco                    value "N".

      *>    Totais de controle da remessa e do resumo da execucao.
       77  ws-tot-registros                         pic 9(07) value zero.
       77  ws-tot-detalhes                          pic 9(07) value zero.
       77  ws-tot-valor                             pic 9(11)v9(02) value zero.
       77  ws-tot-hash-protocolos                   pic 9(15) value zero.
       77  ws-tot-hash-numeros                      pic 9(09) value zero.
       77  ws-tot-ja-enviadas                       pic 9(07) comp value zero.
       77  ws-tot-estornadas                        pic 9(07) comp value zero.
       77  ws-tot-sem-historico                     pic 9(07) comp value zero.

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

           accept ws-data-hoje  from date yyyymmdd
           accept ws-hora-agora from time

           perform obtem-data-movimento

           perform abre-controle-remessa

           .
       inicializa-exit.
           exit.

       *>======================================================================
       *>  Procedimento Principal
       *>======================================================================
      *>    Seleciona as apostas aceitas do dia ainda nao remetidas, sem
      *>    os estornos, grava a remessa (header, detalhes e trailer) e,
      *>    com o arquivo fechado sem erro, registra os protocolos
      *>    remetidos no controle e o numero da remessa.

       procedimento section.

           if not ws-execucao-abortada then
               perform seleciona-apostas-dia
           end-if

           if not ws-execucao-abortada then
               perform gera-arquivo-remessa
           end-if

           if not ws-execucao-abortada then
               perform grava-controle-remessa
               perform grava-numero-remessa
           end-if

           perform exibe-resumo-remessa

           .
       procedimento-exit.
           exit.

       *>======================================================================
       *>  Obter a Data do Movimento (Parametro ou Data Corrente)
       *>======================================================================

       obtem-data-movimento section.

           move ws-data-hoje to ws-data-movimento

           open input par-arq

           if ws-par-status = "00" then

               read par-arq
                   not at end
                       if  par-data-movimento is numeric
                       and par-data-movimento > zero then
                           move par-data-movimento to ws-data-movimento
                       end-if
               end-read

               close par-arq

           end-if

           .
       obtem-data-movimento-exit.
           exit.

       *>======================================================================
       *>  Abrir o Controle de Protocolos Remetidos
       *>======================================================================

       abre-controle-remessa section.

           open i-o rctl-arq

           if ws-rctl-status = "35" then            *> Arquivo ainda nao existe
               open output rctl-arq
               close rctl-arq
               open i-o rctl-arq
           end-if

           if ws-rctl-status = "00" then
               set ws-rctl-em-uso to true
           else
               display "ERRO AO ABRIR O REMESSACTL - STATUS " ws-rctl-status
                       " - REMESSA NAO GERADA"
               set ws-execucao-abortada to true
               move 8 to return-code
           end-if

           .
       abre-controle-remessa-exit.
           exit.

       *>======================================================================
       *>  Selecionar as Apostas do Dia Ainda Nao Remetidas
       *>======================================================================

      *>    Duas passadas do TRANSACOES: a primeira monta as apostas do
      *>    dia, a segunda marca as que tiverem estorno (em qualquer
      *>    data) - aposta estornada nao vale mais e nao e remetida.

       seleciona-apostas-dia section.

           open input trn-arq

           if ws-trn-status <> "00" then
               display "AVISO: ARQUIVO TRANSACOES NAO ENCONTRADO - REMESSA SEM APOSTAS"
               if return-code < 4 then
                   move 4 to return-code
               end-if
           else

               perform until ws-trn-fim

                   read trn-arq
                       at end
                           set ws-trn-fim to true
                       not at end
                           if  not trn-tipo-estorno
                           and trn-data = ws-data-movimento then
                               perform guarda-aposta-dia
                           end-if
                   end-read

               end-perform

               close trn-arq

               if ws-apo-qtde > zero then
                   perform marca-apostas-estornadas
               end-if

           end-if

           .
       seleciona-apostas-dia-exit.
           exit.

       marca-apostas-estornadas section.

           move spaces to ws-trn-chave

           open input trn-arq

           perform until ws-trn-fim

               read trn-arq
                   at end
                       set ws-trn-fim to true
                   not at end
                       if trn-tipo-estorno then
                           perform varying ws-idx-1 from 1 by 1
                                   until ws-idx-1 > ws-apo-qtde
                               if ws-apo-protocolo (ws-idx-1) = trn-protocolo then
                                   set ws-apo-estornada (ws-idx-1) to true
                               end-if
                           end-perform
                       end-if
               end-read

           end-perform

           close trn-arq

           .
       marca-apostas-estornadas-exit.
           exit.

      *>    Protocolo ja registrado no controle foi remetido antes (numa
      *>    execucao anterior desta ou de outra data) e fica de fora.

       guarda-aposta-dia section.

           move trn-protocolo to rctl-protocolo

           read rctl-arq

           if ws-rctl-status = "00" then
               add 1 to ws-tot-ja-enviadas
           else

               if ws-apo-qtde < 2000 then

                   add 1 to ws-apo-qtde
                   move ws-apo-qtde to ws-idx-apo

                   move trn-protocolo    to ws-apo-protocolo    (ws-idx-apo)
                   move trn-apostador-id to ws-apo-apostador-id (ws-idx-apo)
                   move trn-concurso     to ws-apo-concurso     (ws-idx-apo)
                   move trn-valor        to ws-apo-valor        (ws-idx-apo)
                   move trn-loterica     to ws-apo-loterica     (ws-idx-apo)
                   move trn-terminal     to ws-apo-terminal     (ws-idx-apo)
                   set  ws-apo-pendente (ws-idx-apo) to true
                   set  ws-apo-vigente  (ws-idx-apo) to true

               else

                   if ws-apo-com-espaco then
                       set ws-apo-cheia to true
                       display "AVISO: LIMITE DE 2000 APOSTAS POR REMESSA ATINGIDO - "
                               "REEXECUTE PARA REMETER O RESTANTE"
                       if return-code < 4 then
                           move 4 to return-code
                       end-if
                   end-if

               end-if

           end-if

           .
       guarda-aposta-dia-exit.
           exit.

       *>======================================================================
       *>  Gerar o Arquivo de Remessa
       *>======================================================================

       gera-arquivo-remessa section.

           perform obtem-numero-remessa

           move spaces to ws-rem-nome
           string "REMESSA." ws-numero-remessa
                  delimited by size
                  into ws-rem-nome
           end-string

           open output rem-arq

           if ws-rem-status <> "00" then
               display "ERRO AO ABRIR O " ws-rem-nome " - STATUS " ws-rem-status
               set ws-execucao-abortada to true
               move 8 to return-code
           else

               perform grava-header-remessa

               if not ws-execucao-abortada then
                   perform percorre-historico
               end-if

               if not ws-execucao-abortada then
                   perform grava-trailer-remessa
               end-if

               close rem-arq

           end-if

           .
       gera-arquivo-remessa-exit.
           exit.

       obtem-numero-remessa section.

           move zero to ws-numero-remessa

           open input seq-arq

           if ws-seq-status = "00" then

               read seq-arq
                   not at end
                       if seq-ultima-remessa is numeric then
                           move seq-ultima-remessa to ws-numero-remessa
                       end-if
               end-read

               close seq-arq

           end-if

           add 1 to ws-numero-remessa

           .
       obtem-numero-remessa-exit.
           exit.

       grava-header-remessa section.

           move spaces               to rem-registro
           set  rem-tipo-header      to true
           move ws-numero-remessa    to rem-remessa
           move ws-data-hoje         to rem-hdr-data-geracao
           move ws-hora-agora (1:6)  to rem-hdr-hora-geracao
           move ws-data-movimento    to rem-hdr-data-movimento
           move "PROJETO LOTERIA"    to rem-hdr-remetente

           perform grava-registro-remessa

           .
       grava-header-remessa-exit.
           exit.

      *>    Cada historico do dia cuja aposta esta selecionada vira um
      *>    detalhe; protocolo repetido no historico (reprocessamento) e
      *>    remetido uma vez so.

       percorre-historico section.

           open input hist-arq

           if ws-hist-status <> "00" then
               display "AVISO: ARQUIVO HISTORICO NAO ENCONTRADO - REMESSA SEM APOSTAS"
               if return-code < 4 then
                   move 4 to return-code
               end-if
           else

               perform until ws-hist-fim
                          or ws-execucao-abortada

                   read hist-arq
                       at end
                           set ws-hist-fim to true
                       not at end
                           if hist-data = ws-data-movimento then
                               perform avalia-historico-remessa
                           end-if
                   end-read

               end-perform

               close hist-arq

           end-if

      *>    Remessa abortada no meio deixa apostas pendentes que tinham
      *>    historico - nao sao contadas como sem historico.
           if not ws-execucao-abortada then

               perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > ws-apo-qtde
                   if ws-apo-pendente (ws-idx-1) then
                       add 1 to ws-tot-sem-historico
                   end-if
               end-perform

               if ws-tot-sem-historico > zero then
                   display "AVISO: " ws-tot-sem-historico
                           " APOSTA(S) DO DIA SEM HISTORICO - NAO REMETIDA(S)"
                   if return-code < 4 then
                       move 4 to return-code
                   end-if
               end-if

           end-if

           .
       percorre-historico-exit.
           exit.

       avalia-historico-remessa section.

           move zero to ws-idx-apo

           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > ws-apo-qtde
               if  ws-apo-protocolo (ws-idx-1) = hist-protocolo
               and ws-apo-pendente  (ws-idx-1) then
                   move ws-idx-1 to ws-idx-apo
               end-if
           end-perform

           if ws-idx-apo > zero then

               set ws-apo-enviada (ws-idx-apo) to true

               if ws-apo-estornada (ws-idx-apo) then
                   add 1 to ws-tot-estornadas
               else
                   perform grava-detalhe-remessa
               end-if

           end-if

           .
       avalia-historico-remessa-exit.
           exit.

       grava-detalhe-remessa section.

           add 1 to ws-tot-detalhes

           move spaces                 to rem-registro
           set  rem-tipo-detalhe       to true
           move ws-numero-remessa      to rem-remessa
           move ws-tot-detalhes        to rem-det-sequencia
           move hist-protocolo         to rem-det-protocolo
           move ws-apo-concurso (ws-idx-apo) to rem-det-concurso
           move hist-data              to rem-det-data
           move hist-hora              to rem-det-hora
           move hist-qtd-escolhida     to rem-det-qtd-escolhida
           move hist-numeros-apostados to rem-det-numeros
           move ws-apo-valor    (ws-idx-apo) to rem-det-valor
           move ws-apo-loterica (ws-idx-apo) to rem-det-loterica
           move ws-apo-terminal (ws-idx-apo) to rem-det-terminal

           perform grava-registro-remessa

           add ws-apo-valor (ws-idx-apo) to ws-tot-valor
           add hist-protocolo            to ws-tot-hash-protocolos

           perform varying ws-idx-num from 1 by 1 until ws-idx-num > 10
               add hist-num-apostado (ws-idx-num) to ws-tot-hash-numeros
           end-perform

           .
       grava-detalhe-remessa-exit.
           exit.

       grava-trailer-remessa section.

           add 1 to ws-tot-registros

           move spaces                 to rem-registro
           set  rem-tipo-trailer       to true
           move ws-numero-remessa      to rem-remessa
           move ws-tot-registros       to rem-trl-qtd-registros
           move ws-tot-detalhes        to rem-trl-qtd-detalhes
           move ws-tot-valor           to rem-trl-valor-total
           move ws-tot-hash-protocolos to rem-trl-hash-protocolos
           move ws-tot-hash-numeros    to rem-trl-hash-numeros

           write rem-registro

           if ws-rem-status <> "00" then
               display "ERRO AO GRAVAR O " ws-rem-nome " - STATUS " ws-rem-status
               set ws-execucao-abortada to true
               move 8 to return-code
           end-if

           .
       grava-trailer-remessa-exit.
           exit.

       grava-registro-remessa section.

           write rem-registro

           if ws-rem-status <> "00" then
               display "ERRO AO GRAVAR O " ws-rem-nome " - STATUS " ws-rem-status
               set ws-execucao-abortada to true
               move 8 to return-code
           else
               add 1 to ws-tot-registros
           end-if

           .
       grava-registro-remessa-exit.
           exit.

       *>======================================================================
       *>  Registrar os Protocolos Remetidos e o Numero da Remessa
       *>======================================================================
      *>    Aposta estornada antes da remessa nao entra no controle - nao
      *>    foi remetida e, numa reexecucao, volta a ser deixada de fora
      *>    pelo mesmo estorno.

       grava-controle-remessa section.

           perform varying ws-idx-apo from 1 by 1 until ws-idx-apo > ws-apo-qtde

               if ws-apo-enviada (ws-idx-apo) then

                   move ws-apo-protocolo    (ws-idx-apo) to rctl-protocolo

                   if ws-apo-vigente (ws-idx-apo) then

                       move ws-numero-remessa                to rctl-remessa
                       move ws-data-hoje                     to rctl-data-envio
                       move ws-apo-apostador-id (ws-idx-apo) to rctl-apostador-id
                       move ws-apo-concurso     (ws-idx-apo) to rctl-concurso
                       move ws-apo-valor        (ws-idx-apo) to rctl-valor
                       move ws-apo-loterica     (ws-idx-apo) to rctl-loterica
                       set  rctl-enviado                     to true
                       move spaces                           to rctl-motivo-codigo
                       move spaces                           to rctl-motivo-descr
                       move zero                             to rctl-data-retorno

                       write rctl-registro

                       if ws-rctl-status <> "00" then
                           display "ERRO AO GRAVAR O REMESSACTL - PROTOCOLO "
                                   rctl-protocolo " - STATUS " ws-rctl-status
                           move 8 to return-code
                       end-if

                   end-if

               end-if

           end-perform

           .
       grava-controle-remessa-exit.
           exit.

       grava-numero-remessa section.

           open output seq-arq
           move ws-numero-remessa to seq-ultima-remessa
           write seq-registro
           close seq-arq

           .
       grava-numero-remessa-exit.
           exit.

       *>======================================================================
       *>  Resumo da Execucao
       *>======================================================================

       exibe-resumo-remessa section.

           if ws-execucao-abortada then
               display "REMESSA NAO CONCLUIDA - NENHUM PROTOCOLO MARCADO COMO ENVIADO"
           else
               display "REMESSA " ws-numero-remessa " DO MOVIMENTO "
                       ws-data-movimento " CONCLUIDA - ARQUIVO " ws-rem-nome
           end-if

           display "APOSTAS REMETIDAS........: " ws-tot-detalhes
           display "JA REMETIDAS ANTES.......: " ws-tot-ja-enviadas
           display "ESTORNADAS (NAO REMET.)..: " ws-tot-estornadas
           display "SEM HISTORICO............: " ws-tot-sem-historico

           .
       exibe-resumo-remessa-exit.
           exit.

       finaliza section.

           if ws-rctl-em-uso then
               close rctl-arq
           end-if

      *>    GOBACK: encerra a execucao quando rodado sozinho e devolve o
      *>    controle (com o return-code) quando chamado pelo orquestrador
      *>    da cadeia noturna (Programa17).
           goback

           .
       finaliza-exit.
           exit.
