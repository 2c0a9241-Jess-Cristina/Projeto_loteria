      $set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "Programa29". *> Projeto loteria
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

      *>    Arquivo de retorno devolvido pela operadora para as remessas
      *>    do Programa28: um detalhe por protocolo, aceito ou rejeitado
      *>    com o motivo, entre um header e um trailer de controle.
           select ret-arq assign to "RETORNO"
                  organization is sequential
                  access mode is sequential
                  file status is ws-ret-status.

      *>    Controle dos protocolos remetidos (Programa28) - recebe aqui a
      *>    situacao devolvida pela operadora.
           select rctl-arq assign to "REMESSACTL"
                  organization is indexed
                  access mode is random
                  record key is rctl-protocolo
                  file status is ws-rctl-status.

      *>    Relatorio do processamento do retorno, com a relacao dos
      *>    protocolos rejeitados a estornar pelo Programa13.
           select rel-arq assign to "RELRETORNO"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-rel-status.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>    Layout do retorno (100 posicoes), no mesmo padrao da remessa:
      *>    tipo e numero da remessa em todos os registros.
       fd  ret-arq
           label records are standard.

       01  ret-registro.
           05  ret-tipo                              pic x(01).
               88  ret-tipo-header                   value "0".
               88  ret-tipo-detalhe                  value "1".
               88  ret-tipo-trailer                  value "9".
           05  ret-remessa                           pic 9(06).
           05  ret-dados                             pic x(93).
           05  ret-header redefines ret-dados.
               10  ret-hdr-data-processamento        pic 9(08).
               10  filler                            pic x(85).
           05  ret-detalhe redefines ret-dados.
               10  ret-det-protocolo                 pic 9(09).
               10  ret-det-situacao                  pic x(01).
                   88  ret-det-aceito                value "A".
                   88  ret-det-rejeitado             value "R".
               10  ret-det-motivo-codigo             pic x(03).
               10  ret-det-motivo-descr              pic x(40).
               10  filler                            pic x(40).
           05  ret-trailer redefines ret-dados.
               10  ret-trl-qtd-registros             pic 9(07).
               10  ret-trl-qtd-detalhes              pic 9(07).
               10  filler                            pic x(79).

      *>    Layout espelhado do controle de remessa do Programa28.
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

       fd  rel-arq
           label records are standard.

       01  rel-registro                              pic x(80).

      *>----Variaveis de trabalho
       Working-storage Section.
      *>------------------------------

       77  ws-ret-status                            pic x(02) value "00".

       01  ws-ret-chave                             pic x(01) value spaces.
           88  ws-ret-fim                           value "F".

       77  ws-rctl-status                           pic x(02) value "00".

       77  ws-rel-status                            pic x(02) value "00".

       01  ws-rctl-aberto                           pic x(01) value "N".
           88  ws-rctl-em-uso                       value "S".

       01  ws-data-hoje                             pic 9(08).

       01  ws-trailer-lido                          pic x(01) value "N".
           88  ws-com-trailer                       value "S".

      *>    Totais do retorno, conferidos contra o trailer.
       77  ws-tot-registros                         pic 9(07) value zero.
       77  ws-tot-detalhes                          pic 9(07) value zero.
       77  ws-tot-aceitos                           pic 9(07) value zero.
       77  ws-tot-rejeitados                        pic 9(07) value zero.
       77  ws-tot-ja-processados                    pic 9(07) value zero.
       77  ws-tot-desconhecidos                     pic 9(07) value zero.
       77  ws-tot-invalidos                         pic 9(07) value zero.

       77  ws-trl-qtd-registros                     pic 9(07) value zero.
       77  ws-trl-qtd-detalhes                      pic 9(07) value zero.

      *>    Campos editados do relatorio.
       77  ws-rel-valor-ed                          pic zz9,99.
       77  ws-rel-qtd-ed                            pic zzzzzz9.

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

           open output rel-arq

           move "PROCESSAMENTO DO RETORNO DA OPERADORA" to rel-registro
           write rel-registro

           move spaces to rel-registro
           string "DATA DO PROCESSAMENTO....: " ws-data-hoje (7:2) "/"
                  ws-data-hoje (5:2) "/" ws-data-hoje (1:4)
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
      *>    Cada detalhe do retorno atualiza a situacao do protocolo no
      *>    controle de remessa. Protocolo que passa a rejeitado sai na
      *>    relacao para estorno; o que ja tinha a mesma situacao
      *>    (retorno reprocessado) nao e relacionado de novo.

       procedimento section.

           open input ret-arq

           if ws-ret-status <> "00" then
               display "AVISO: ARQUIVO RETORNO NAO ENCONTRADO - NADA A PROCESSAR"
               move "NENHUM ARQUIVO DE RETORNO A PROCESSAR" to rel-registro
               write rel-registro
               if return-code < 4 then
                   move 4 to return-code
               end-if
           else

               perform abre-controle-remessa

               if ws-rctl-em-uso then

                   move "PROTOCOLOS REJEITADOS PELA OPERADORA - ESTORNAR PELO PROGRAMA13"
                        to rel-registro
                   write rel-registro

                   move "PROTOCOLO APOSTADOR       CONC.  VALOR MOTIVO" to rel-registro
                   write rel-registro

                   move "--------- --------------- ----- ------ -----------------------------------------"
                        to rel-registro
                   write rel-registro

                   perform until ws-ret-fim

                       read ret-arq
                           at end
                               set ws-ret-fim to true
                           not at end
                               add 1 to ws-tot-registros
                               evaluate true
                                   when ret-tipo-detalhe
                                       perform processa-detalhe-retorno
                                   when ret-tipo-trailer
                                       set  ws-com-trailer       to true
                                       move ret-trl-qtd-registros to ws-trl-qtd-registros
                                       move ret-trl-qtd-detalhes  to ws-trl-qtd-detalhes
                               end-evaluate
                       end-read

                   end-perform

                   if ws-tot-rejeitados = zero then
                       move "  NENHUM PROTOCOLO REJEITADO NESTE RETORNO" to rel-registro
                       write rel-registro
                   end-if

                   perform confere-trailer-retorno

                   perform emite-totais-retorno

               end-if

               close ret-arq

           end-if

           .
       procedimento-exit.
           exit.

       abre-controle-remessa section.

           open i-o rctl-arq

           if ws-rctl-status = "00" then
               set ws-rctl-em-uso to true
           else
               display "ERRO AO ABRIR O REMESSACTL - STATUS " ws-rctl-status
                       " - RETORNO NAO PROCESSADO"
               move "ERRO: CONTROLE DE REMESSA INDISPONIVEL - RETORNO NAO PROCESSADO"
                    to rel-registro
               write rel-registro
               move 8 to return-code
           end-if

           .
       abre-controle-remessa-exit.
           exit.

       *>======================================================================
       *>  Aplicar um Detalhe do Retorno ao Controle de Remessa
       *>======================================================================

       processa-detalhe-retorno section.

           add 1 to ws-tot-detalhes

           move ret-det-protocolo to rctl-protocolo

           read rctl-arq

           evaluate true

               when ws-rctl-status <> "00"
                   add 1 to ws-tot-desconhecidos
                   display "AVISO: PROTOCOLO " ret-det-protocolo
                           " NO RETORNO NAO CONSTA DO CONTROLE DE REMESSA"
                   if return-code < 4 then
                       move 4 to return-code
                   end-if

               when not ret-det-aceito
                and not ret-det-rejeitado
                   add 1 to ws-tot-invalidos
                   display "AVISO: PROTOCOLO " ret-det-protocolo
                           " COM SITUACAO INVALIDA NO RETORNO: " ret-det-situacao
                   if return-code < 4 then
                       move 4 to return-code
                   end-if

               when rctl-situacao = ret-det-situacao
                   add 1 to ws-tot-ja-processados

               when other

                   move ret-det-situacao      to rctl-situacao
                   move ret-det-motivo-codigo to rctl-motivo-codigo
                   move ret-det-motivo-descr  to rctl-motivo-descr
                   move ws-data-hoje          to rctl-data-retorno

                   rewrite rctl-registro

                   if ws-rctl-status <> "00" then
                       display "ERRO AO REGRAVAR O REMESSACTL - PROTOCOLO "
                               rctl-protocolo " - STATUS " ws-rctl-status
                       move 8 to return-code
                   else
                       if rctl-rejeitado then
                           add 1 to ws-tot-rejeitados
                           perform lista-protocolo-rejeitado
                       else
                           add 1 to ws-tot-aceitos
                       end-if
                   end-if

           end-evaluate

           .
       processa-detalhe-retorno-exit.
           exit.

       lista-protocolo-rejeitado section.

           move rctl-valor to ws-rel-valor-ed

           move spaces to rel-registro
           string rctl-protocolo " " rctl-apostador-id " "
                  rctl-concurso " " ws-rel-valor-ed " "
                  rctl-motivo-codigo " " rctl-motivo-descr
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           .
       lista-protocolo-rejeitado-exit.
           exit.

       *>======================================================================
       *>  Conferir os Totais do Trailer do Retorno
       *>======================================================================
      *>    Divergencia nao desfaz o que foi aplicado (cada detalhe vale
      *>    por si), mas fica registrada para a conferencia com a
      *>    operadora.

       confere-trailer-retorno section.

           move spaces to rel-registro
           write rel-registro

           evaluate true
               when not ws-com-trailer
                   move "ATENCAO: RETORNO SEM TRAILER - ARQUIVO POSSIVELMENTE INCOMPLETO"
                        to rel-registro
                   write rel-registro
                   display "AVISO: RETORNO SEM TRAILER"
                   if return-code < 4 then
                       move 4 to return-code
                   end-if
               when ws-trl-qtd-registros <> ws-tot-registros
               or   ws-trl-qtd-detalhes  <> ws-tot-detalhes
                   move "ATENCAO: TOTAIS DO TRAILER NAO CONFEREM COM O ARQUIVO RECEBIDO"
                        to rel-registro
                   write rel-registro
                   display "AVISO: TOTAIS DO TRAILER DO RETORNO NAO CONFEREM"
                   if return-code < 4 then
                       move 4 to return-code
                   end-if
               when other
                   move "TRAILER CONFERIDO" to rel-registro
                   write rel-registro
           end-evaluate

           .
       confere-trailer-retorno-exit.
           exit.

       emite-totais-retorno section.

           move spaces to rel-registro
           write rel-registro

           move "TOTAIS DO RETORNO" to rel-registro
           write rel-registro

           move ws-tot-detalhes to ws-rel-qtd-ed
           move spaces to rel-registro
           string "  DETALHES RECEBIDOS.....: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-aceitos to ws-rel-qtd-ed
           move spaces to rel-registro
           string "  ACEITOS................: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-rejeitados to ws-rel-qtd-ed
           move spaces to rel-registro
           string "  REJEITADOS.............: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-ja-processados to ws-rel-qtd-ed
           move spaces to rel-registro
           string "  JA PROCESSADOS ANTES...: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-desconhecidos to ws-rel-qtd-ed
           move spaces to rel-registro
           string "  NAO REMETIDOS..........: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-invalidos to ws-rel-qtd-ed
           move spaces to rel-registro
           string "  SITUACAO INVALIDA......: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           display "RETORNO DA OPERADORA PROCESSADO"
           display "DETALHES RECEBIDOS.......: " ws-tot-detalhes
           display "ACEITOS..................: " ws-tot-aceitos
           display "REJEITADOS...............: " ws-tot-rejeitados

           .
       emite-totais-retorno-exit.
           exit.

       finaliza section.

           if ws-rctl-em-uso then
               close rctl-arq
           end-if

           close rel-arq

      *>    GOBACK: encerra a execucao quando rodado sozinho e devolve o
      *>    controle (com o return-code) quando chamado pelo orquestrador
      *>    da cadeia noturna (Programa17).
           goback

           .
       finaliza-exit.
           exit.
