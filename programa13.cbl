                  record key is prot-protocolo
                  file status is ws-prot-status.

      *>    Calendario de concursos mantido pelo Programa19 - a aposta so
      *>    e estornada enquanto o concurso dela estiver com as vendas
      *>    abertas, antes do corte e do sorteio.
           select conc-arq assign to "CONCURSOS"
                  organization is indexed
                  access mode is random
                  record key is conc-numero
                  file status is ws-conc-status.

      *>    Rateio por concurso gravado pelo Programa21 - concurso ja
      *>    rateado nao aceita estorno, pois o rateio nao e recalculado.
           select rat-arq assign to "RATEIO"
                  organization is sequential
                  access mode is sequential
                  file status is ws-rat-status.

      *>    Controle dos protocolos remetidos a operadora (Programa28 e
      *>    Programa29) - aposta rejeitada pela operadora e estornada
      *>    por aqui mesmo depois do corte.
           select rctl-arq assign to "REMESSACTL"
                  organization is indexed
                  access mode is random
                  record key is rctl-protocolo
                  file status is ws-rctl-status.

       I-O-Control.


           05  trn-tipo                              pic x(01).
               88  trn-tipo-aposta                   value "A" " ".
               88  trn-tipo-estorno                  value "E".
           05  trn-concurso                          pic 9(05).
           05  trn-loterica                          pic 9(05).
           05  trn-terminal                          pic 9(03).
           05  trn-surpresinha                       pic x(01).
               88  trn-numeros-surpresinha           value "S".
           05  trn-teimosinha                        pic 9(02).

       fd  comp-arq
           label records are standard.
               88  mov-tipo-aposta                   value "A".
               88  mov-tipo-premio                   value "P".
               88  mov-tipo-estorno                  value "E".
               88  mov-tipo-retencao-ir              value "I".
           05  mov-valor                             pic 9(09)v9(02).
           05  mov-protocolo                         pic 9(09).
           05  mov-saldo-apos                        pic 9(09)v9(02).
               88  prot-com-estorno                  value "S".
           05  prot-arquivo                          pic x(20).

      *>    Layout espelhado do calendario mantido pelo Programa19.
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

      *>    Layout espelhado do controle de remessa do Programa28 - aqui
      *>    so a situacao do protocolo na operadora e consultada.
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

      *>----Variaveis de trabalho
       Working-storage Section.
      *>------------------------------

       77  ws-prot-status                           pic x(02) value "00".

       77  ws-conc-status                           pic x(02) value "00".

       77  ws-rat-status                            pic x(02) value "00".

       01  ws-rat-chave                             pic x(01) value spaces.
           88  ws-rat-fim                           value "F".

       77  ws-rctl-status                           pic x(02) value "00".

       01  ws-rejeicao-operadora                    pic x(01).
           88  ws-rejeitada-operadora               value "S".
           88  ws-nao-rejeitada-operadora           value "N".

      *>    Data/hora do estorno contra a data/hora de corte do concurso,
      *>    na mesma comparacao da venda no Programa1.
       01  ws-conc-agora.
           05  ws-conc-agora-data                   pic 9(08).
           05  ws-conc-agora-hora                   pic 9(04).

       01  ws-conc-corte.
           05  ws-conc-corte-data                   pic 9(08).
           05  ws-conc-corte-hora                   pic 9(04).

       01  ws-conc-relogio.
           05  ws-conc-relogio-hhmm                 pic 9(04).
           05  filler                               pic 9(04).

       01  ws-achou-original                        pic x(01).
           88  ws-original-achado                   value "S".
           88  ws-original-nao-achado               value "N".
           05  ws-org-valor                         pic 9(03)v9(02).
           05  ws-org-contagem                      pic 9(10).
           05  ws-org-limite                        pic x(01).
           05  ws-org-concurso                      pic 9(05).
           05  ws-org-loterica                      pic 9(05).
           05  ws-org-terminal                      pic 9(03).
           05  ws-org-surpresinha                   pic x(01).
           05  ws-org-teimosinha                    pic 9(02).

      *>    Campos da tela de estorno.
       01  ws-dados-estorno.
               10  ws-conf-nao                      pic x(01) value spaces.
           05  ws-msg-erro                          pic x(50) value spaces.

      *>    Area de autorizacao trocada com o Programa24 (login do
      *>    operador, autorizacao do supervisor e log de acesso).
       01  ws-autorizacao.
           05  ws-aut-funcao                        pic x(01).
               88  ws-aut-login                     value "L".
               88  ws-aut-supervisor                value "S".
               88  ws-aut-registra                  value "R".
           05  ws-aut-programa                      pic x(10) value "PROGRAMA13".
           05  ws-aut-acao                          pic x(20).
           05  ws-aut-perfil-minimo                 pic x(01).
           05  ws-aut-operador                      pic x(15) value spaces.
           05  ws-aut-perfil                        pic x(01) value spaces.
               88  ws-aut-perfil-caixa              value "C".
               88  ws-aut-perfil-supervisor         value "S".
               88  ws-aut-perfil-administrador      value "A".
           05  ws-aut-alcada                        pic x(01).
               88  ws-aut-alcada-pagamento          value "P".
               88  ws-aut-alcada-estorno            value "E".
               88  ws-aut-sem-alcada                value " ".
           05  ws-aut-valor                         pic 9(09)v9(02).
           05  ws-aut-independente                  pic x(01).
               88  ws-aut-exige-terceiro            value "S".
           05  ws-aut-supervisor-id                 pic x(15).
           05  ws-aut-motivo                        pic x(40).
           05  ws-aut-resultado                     pic x(01).
               88  ws-aut-autorizado                value "S".
               88  ws-aut-negado                    value "N".
           05  ws-aut-msg                           pic x(50).

       01  ws-data-hoje.
           05  ws-data-hoje-ano                     pic 9(04).
           05  ws-data-hoje-mes                     pic 9(02).

       inicializa section.

           perform efetua-login

           .
       inicializa-exit.
       procedimento-exit.
           exit.

       *>======================================================================
       *>  Login do Operador na Abertura da Tela
       *>======================================================================
      *>    Sem login valido (ou com perfil abaixo do exigido) a tela nem
      *>    abre - a recusa ja sai no log de acesso pelo Programa24.

       efetua-login section.

           set  ws-aut-login       to true
           move "ESTORNO DE APOSTA" to ws-aut-acao
           move "C"                to ws-aut-perfil-minimo

           call "programa24" using ws-autorizacao

           if not ws-aut-autorizado then
               display ws-aut-msg
               set ws-sair to true
           end-if

           .
       efetua-login-exit.
           exit.

       *>======================================================================
       *>  Localizar a Transacao Original do Protocolo
       *>======================================================================
                   when ws-estorno-existe
                       move "Atencao, Aposta Ja Estornada!" to ws-msg-erro
                   when other
                       perform confere-concurso-estorno
               end-evaluate

           end-if
                   move trn-valor          to ws-org-valor
                   move trn-contagem       to ws-org-contagem
                   move trn-limite-excedido to ws-org-limite
                   move trn-concurso       to ws-org-concurso
                   move trn-loterica       to ws-org-loterica
                   move trn-terminal       to ws-org-terminal
                   move trn-surpresinha    to ws-org-surpresinha
                   move trn-teimosinha     to ws-org-teimosinha
                   move trn-valor          to ws-valor-ed
               end-if

       confere-transacao-estorno-exit.
           exit.

       *>======================================================================
       *>  Conferir o Concurso da Aposta (Corte, Sorteio e Rateio)
       *>======================================================================
      *>    Estorno so ate o corte das vendas do concurso: depois dele (ou
      *>    do sorteio, ou com o rateio ja calculado) o apostador ja pode
      *>    conhecer o resultado e o rateio nao seria refeito. Ficam de
      *>    fora a aposta antiga sem concurso (00000) e a aposta rejeitada
      *>    pela operadora no retorno, que e estornada justamente por aqui.
      *>    Concurso de teimosinha ainda nao cadastrado nao teve venda
      *>    encerrada nem sorteio e aceita o estorno.

       confere-concurso-estorno section.

           if ws-org-concurso <> zero then

               perform verifica-rejeicao-operadora

               if ws-nao-rejeitada-operadora then
                   perform verifica-vendas-concurso
               end-if

               if  ws-nao-rejeitada-operadora
               and ws-msg-erro = spaces then
                   perform verifica-rateio-concurso
               end-if

           end-if

           .
       confere-concurso-estorno-exit.
           exit.

       verifica-rejeicao-operadora section.

           set ws-nao-rejeitada-operadora to true

           open input rctl-arq

           if ws-rctl-status = "00" then

               move ws-protocolo-busca to rctl-protocolo

               read rctl-arq

               if  ws-rctl-status = "00"
               and rctl-rejeitado then
                   set ws-rejeitada-operadora to true
               end-if

               close rctl-arq

           end-if

           .
       verifica-rejeicao-operadora-exit.
           exit.

       verifica-vendas-concurso section.

           open input conc-arq

           if ws-conc-status <> "00" then
               move "Atencao, Calendario de Concursos Indisponivel!"
                    to ws-msg-erro
           else

               move ws-org-concurso to conc-numero

               read conc-arq

               evaluate ws-conc-status
                   when "00"
                       accept ws-conc-agora-data from date yyyymmdd
                       accept ws-conc-relogio    from time
                       move ws-conc-relogio-hhmm to ws-conc-agora-hora
                       move conc-data-corte      to ws-conc-corte-data
                       move conc-hora-corte      to ws-conc-corte-hora
                       evaluate true
                           when not conc-aberto
                               move "Atencao, Vendas do Concurso Encerradas!"
                                    to ws-msg-erro
                           when ws-conc-agora-data not < conc-data-sorteio
                               move "Atencao, Concurso Ja Sorteado!"
                                    to ws-msg-erro
                           when ws-conc-agora > ws-conc-corte
                               move "Atencao, Vendas do Concurso Encerradas!"
                                    to ws-msg-erro
                           when other
                               continue
                       end-evaluate
                   when "23"
                       continue
                   when other
                       move "Atencao, Calendario de Concursos Indisponivel!"
                            to ws-msg-erro
               end-evaluate

               close conc-arq

           end-if

           .
       verifica-vendas-concurso-exit.
           exit.

       verifica-rateio-concurso section.

           move spaces to ws-rat-chave

           open input rat-arq

           if ws-rat-status = "00" then

               perform until ws-rat-fim

                   read rat-arq
                       at end
                           set ws-rat-fim to true
                       not at end
                           if rat-concurso = ws-org-concurso then
                               move "Atencao, Concurso Ja Rateado!" to ws-msg-erro
                               set ws-rat-fim to true
                           end-if
                   end-read

               end-perform

               close rat-arq

           end-if

           .
       verifica-rateio-concurso-exit.
           exit.

       *>======================================================================
       *>  Apresentar a Aposta Localizada e Confirmar o Estorno
       *>======================================================================

           if ws-conf-sim = "X"
           or ws-conf-sim = "x" then
               perform autoriza-estorno
           end-if

           if ws-aut-autorizado
           and (ws-conf-sim = "X" or ws-conf-sim = "x") then

               perform grava-registro-estorno

       confirma-estorno-exit.
           exit.

       *>======================================================================
       *>  Autorizacao do Supervisor para o Estorno
       *>======================================================================
      *>    Estorno acima da alcada do caixa passa pela senha de um
      *>    supervisor. Aposta feita no nome do proprio operador exige
      *>    sempre um outro supervisor, seja qual for o valor ou o perfil
      *>    de quem esta no balcao.

       autoriza-estorno section.

           set  ws-aut-supervisor     to true
           set  ws-aut-alcada-estorno to true
           move "ESTORNO DE APOSTA"   to ws-aut-acao
           move ws-org-valor          to ws-aut-valor
           move spaces                to ws-aut-independente

           if ws-org-apostador-id = ws-aut-operador then
               set ws-aut-exige-terceiro to true
           end-if

           call "programa24" using ws-autorizacao

           if ws-aut-negado then
               move ws-aut-msg to ws-msg-erro
           end-if

           .
       autoriza-estorno-exit.
           exit.

       *>======================================================================
       *>  Gravar o Registro de Estorno no Log de Transacoes
       *>======================================================================
               move ws-org-limite       to trn-limite-excedido
               move ws-protocolo-busca  to trn-protocolo
               set  trn-tipo-estorno    to true
               move ws-org-concurso     to trn-concurso
               move ws-org-loterica     to trn-loterica
               move ws-org-terminal     to trn-terminal
               move ws-org-surpresinha  to trn-surpresinha
               move ws-org-teimosinha   to trn-teimosinha

               write trn-registro

