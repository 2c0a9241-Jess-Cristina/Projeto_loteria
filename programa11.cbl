                  file status is ws-cta-status.

      *>    Log de movimentos da conta corrente - o credito do premio
      *>    sai aqui com o protocolo da aposta premiada, seguido do debito
      *>    do imposto de renda retido na fonte, quando houver.
           select mov-arq assign to "MOVCONTA"
                  organization is sequential
                  access mode is sequential
                  file status is ws-mov-status.

      *>    Parametro opcional do imposto de renda retido na fonte sobre
      *>    premios: aliquota e limite de isencao, com data de inicio de
      *>    vigencia por registro - mesma sistematica do arquivo PRECOS.
      *>    Sem o arquivo vale a tabela legal tabelada no programa.
           select irp-arq assign to "IRPARAM"
                  organization is sequential
                  access mode is sequential
                  file status is ws-irp-status.

      *>    Identificacao do terminal (loterica e numero do terminal) -
      *>    o pagamento fica registrado na loterica que pagou o premio,
      *>    para o acerto semanal (Programa27). Sem o arquivo o pagamento
      *>    e da sede (loterica zero).
           select term-arq assign to "TERMINAL"
                  organization is sequential
                  access mode is sequential
                  file status is ws-term-status.

       I-O-Control.


               88  cad-ativo                         value "A".
               88  cad-bloqueado                     value "B".

      *>    Na baixa paga, a linha "P" traz o valor bruto do premio, o IR
      *>    retido e o liquido creditado; o IR retido sai tambem numa
      *>    linha propria "R" (retencao), com o valor do imposto.
       fd  pag-arq
           label records are standard.

           05  pag-acao                              pic x(01).
               88  pag-acao-pagamento                value "P".
               88  pag-acao-prescricao               value "X".
               88  pag-acao-retencao-ir              value "R".
           05  pag-valor-ir                          pic 9(09)v9(02).
           05  pag-valor-liquido                     pic 9(09)v9(02).
           05  pag-loterica                          pic 9(05).

      *>    Layout espelhado da conta corrente mantida pelo Programa14.
       fd  cta-arq
           05  cta-saldo                             pic 9(09)v9(02).

      *>    Layout espelhado do log de movimentos gravado pelo Programa14 -
      *>    aqui so entram creditos de premio (tipo P) e o debito do IR
      *>    retido na fonte (tipo I).
       fd  mov-arq
           label records are standard.

               88  mov-tipo-aposta                   value "A".
               88  mov-tipo-premio                   value "P".
               88  mov-tipo-estorno                  value "E".
               88  mov-tipo-retencao-ir              value "I".
           05  mov-valor                             pic 9(09)v9(02).
           05  mov-protocolo                         pic 9(09).
           05  mov-saldo-apos                        pic 9(09)v9(02).

       fd  irp-arq
           label records are standard.

       01  irp-registro.
           05  irp-vigencia                          pic 9(08).
           05  irp-aliquota                          pic 9(03)v9(02).
           05  irp-limite-isencao                    pic 9(09)v9(02).

       fd  term-arq
           label records are standard.

       01  term-registro.
           05  term-loterica                         pic 9(05).
           05  term-numero                           pic 9(03).

      *>----Variaveis de trabalho
       Working-storage Section.
      *>------------------------------

       77  ws-mov-status                            pic x(02) value "00".

       77  ws-irp-status                            pic x(02) value "00".

       77  ws-term-status                           pic x(02) value "00".

      *>    Loterica onde o premio e pago, lida do TERMINAL na abertura.
       77  ws-term-loterica                         pic 9(05) value zero.

       01  ws-irp-chave                             pic x(01) value spaces.
           88  ws-irp-fim                           value "F".

      *>    Regra do IR sobre premio de loteria: premio acima do limite
      *>    de isencao tem o imposto calculado sobre o valor total, pela
      *>    aliquota vigente. Valores tabelados usados sem o IRPARAM.
       77  ws-ir-aliquota                           pic 9(03)v9(02) value 030,00.
       77  ws-ir-limite-isencao                     pic 9(09)v9(02) value 000002259,20.
       77  ws-ir-vigencia                           pic 9(08) value zero.

      *>    IR retido e valor liquido da baixa em andamento.
       77  ws-valor-ir                              pic 9(09)v9(02) value zero.
       77  ws-valor-liquido                         pic 9(09)v9(02) value zero.

       01  ws-acao                                  pic x(01) value spaces.
           88  ws-acao-pagar                        value "P" "p".
           88  ws-acao-prescrever                   value "X" "x".
           05  ws-nome                              pic x(30) value spaces.
           05  ws-faixa                             pic 9(02) value zero.
           05  ws-valor                             pic zzzzzzzz9,99 value zero.
           05  ws-valor-ir-ed                       pic zzzzzzzz9,99 value zero.
           05  ws-valor-liquido-ed                  pic zzzzzzzz9,99 value zero.
           05  ws-data-sorteio                      pic x(10) value spaces.
           05  ws-confirma.
               10  ws-conf-sim                      pic x(01) value spaces.
               10  ws-conf-nao                      pic x(01) value spaces.
           05  ws-msg-erro                          pic x(50) value spaces.

      *>    Area de autorizacao trocada com o Programa24 (login do
      *>    operador, autorizacao do supervisor e log de acesso).
       01  ws-autorizacao.
           05  ws-aut-funcao                        pic x(01).
               88  ws-aut-login                     value "L".
               88  ws-aut-supervisor                value "S".
               88  ws-aut-registra                  value "R".
           05  ws-aut-programa                      pic x(10) value "PROGRAMA11".
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
           using ws-documento      foreground-color 15.

           05 sc-operador          line 11  col 27 pic x(15)
           from  ws-operador       foreground-color 15.

           05 sc-apostador-busca   line 12  col 27 pic x(15)
           using ws-apostador-busca foreground-color 15.
           05 line 11 col 01 value "    |   Nome           :                                                  |     ".
           05 line 12 col 01 value "    |   Data do Sorteio:                 Faixa:    Acertos                |     ".
           05 line 13 col 01 value "    |   Valor do Premio: R$                                               |     ".
           05 line 14 col 01 value "    |   IR na Fonte    : R$               Liquido: R$                     |     ".
           05 line 15 col 01 value "    |   Deseja Confirmar? [ ]Sim  [ ]Nao                                  |     ".
           05 line 16 col 01 value "    |                                                                     |     ".
           05 line 17 col 01 value "    |                                                                     |     ".
           05 sc-prm-valor         line 13  col 29 pic zzzzzzzz9,99
           from  ws-valor          foreground-color 15.

           05 sc-prm-valor-ir      line 14  col 29 pic zzzzzzzz9,99
           from  ws-valor-ir-ed    foreground-color 15.

           05 sc-prm-valor-liq     line 14  col 55 pic zzzzzzzz9,99
           from  ws-valor-liquido-ed foreground-color 15.

           05 sc-confima-s         line 15  col 28 pic x(01)
           using ws-conf-sim       foreground-color 15.


       inicializa section.

           perform efetua-login

           move ws-aut-operador to ws-operador

           perform carrega-parametros-ir

           perform carrega-terminal

           .
       inicializa-exit.
               move spaces to ws-acao
               move zero   to ws-protocolo-busca
               move spaces to ws-documento
               move spaces to ws-apostador-busca

               display sc-tela-baixa
                   evaluate true
                       when ws-protocolo-busca = zero
                           move "Atencao, Informe o Protocolo!" to ws-msg-erro
                       when ws-acao-pagar
                           perform baixa-premio
                       when ws-acao-prescrever
       procedimento-exit.
           exit.

       *>======================================================================
       *>  Login do Operador na Abertura da Tela
       *>======================================================================
      *>    Sem login valido (ou com perfil abaixo do exigido) a tela nem
      *>    abre - a recusa ja sai no log de acesso pelo Programa24.

       efetua-login section.

           set  ws-aut-login       to true
           move "BAIXA DE PREMIO" to ws-aut-acao
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
       *>  Carregar a Aliquota e o Limite de Isencao do IR Vigentes
       *>======================================================================
      *>    Vale o registro do IRPARAM de maior vigencia ate a data de
      *>    hoje; sem arquivo (ou sem registro vigente) ficam os valores
      *>    tabelados.

       carrega-parametros-ir section.

           accept ws-data-hoje from date yyyymmdd

           open input irp-arq

           if ws-irp-status = "00" then

               move spaces to ws-irp-chave

               perform until ws-irp-fim

                   read irp-arq
                       at end
                           set ws-irp-fim to true
                       not at end
                           if  irp-vigencia       is numeric
                           and irp-aliquota       is numeric
                           and irp-limite-isencao is numeric
                           and irp-vigencia      <= ws-data-hoje
                           and irp-vigencia      >= ws-ir-vigencia then
                               move irp-vigencia       to ws-ir-vigencia
                               move irp-aliquota       to ws-ir-aliquota
                               move irp-limite-isencao to ws-ir-limite-isencao
                           end-if
                   end-read

               end-perform

               close irp-arq

           end-if

           .
       carrega-parametros-ir-exit.
           exit.

       *>======================================================================
       *>  Carregar a Loterica do Terminal
       *>======================================================================

       carrega-terminal section.

           open input term-arq

           if ws-term-status = "00" then

               read term-arq
                   not at end
                       if term-loterica is numeric then
                           move term-loterica to ws-term-loterica
                       end-if
               end-read

               close term-arq

           end-if

           .
       carrega-terminal-exit.
           exit.

       *>======================================================================
       *>  Localizar o Premio Apurado do Protocolo e Registrar a Baixa
       *>======================================================================
           move prm-faixa to ws-faixa
           move prm-valor to ws-valor

           perform calcula-imposto-retido

           move ws-valor-ir      to ws-valor-ir-ed
           move ws-valor-liquido to ws-valor-liquido-ed

           move spaces to ws-data-sorteio
           string prm-data-ano "/" prm-data-mes "/" prm-data-dia
                  delimited by size

           if ws-conf-sim = "X"
           or ws-conf-sim = "x" then
               perform autoriza-baixa-premio
           end-if

           if ws-aut-autorizado
           and (ws-conf-sim = "X" or ws-conf-sim = "x") then

               if ws-acao-prescrever then
                   set prm-prescrito to true
       confirma-baixa-premio-exit.
           exit.

       *>======================================================================
       *>  Autorizacao do Supervisor para a Baixa
       *>======================================================================
      *>    Pagamento acima da alcada do caixa passa pela senha de um
      *>    supervisor; a prescricao e sempre ato de supervisor, qualquer
      *>    que seja o valor. Sem autorizacao a baixa nao e feita e a
      *>    recusa fica no log de acesso.

       autoriza-baixa-premio section.

           set  ws-aut-supervisor  to true
           move spaces             to ws-aut-independente
           move prm-valor          to ws-aut-valor

           if ws-acao-prescrever then
               move "PRESCRICAO DE PREMIO" to ws-aut-acao
               set  ws-aut-sem-alcada     to true
           else
               move "PAGAMENTO DE PREMIO"  to ws-aut-acao
               set  ws-aut-alcada-pagamento to true
           end-if

           call "programa24" using ws-autorizacao

           if ws-aut-negado then
               move ws-aut-msg to ws-msg-erro
           end-if

           .
       autoriza-baixa-premio-exit.
           exit.

       *>======================================================================
       *>  Calcular o IR Retido na Fonte e o Valor Liquido do Premio
       *>======================================================================
      *>    So o pagamento retem imposto - a prescricao nao movimenta
      *>    dinheiro. O imposto e truncado no centavo. Premio de bolao e
      *>    tributado por participante, sobre o registro de cada um.

       calcula-imposto-retido section.

           move zero to ws-valor-ir

           if  ws-acao-pagar
           and prm-valor > ws-ir-limite-isencao then
               compute ws-valor-ir = prm-valor * ws-ir-aliquota / 100
           end-if

           compute ws-valor-liquido = prm-valor - ws-valor-ir

           .
       calcula-imposto-retido-exit.
           exit.

       *>======================================================================
       *>  Gravar a Baixa no Log de Pagamentos
       *>======================================================================
               move prm-faixa        to pag-faixa
               move prm-valor        to pag-valor
               move prm-status       to pag-acao
               move ws-term-loterica to pag-loterica

               if ws-acao-prescrever then
                   move zero             to pag-valor-ir
                   move zero             to pag-valor-liquido
               else
                   move ws-valor-ir      to pag-valor-ir
                   move ws-valor-liquido to pag-valor-liquido
               end-if

               write pag-registro

               if  ws-pag-status = "00"
               and ws-acao-pagar
               and ws-valor-ir > zero then
                   perform grava-log-retencao-ir
               end-if

               if ws-pag-status = "00" then
                   if ws-acao-prescrever then
                       move "Premio Prescrito com Sucesso" to ws-msg-erro
       grava-log-pagamento-exit.
           exit.

      *>    Linha propria da retencao no log de pagamentos, com os mesmos
      *>    dados da baixa e o valor do imposto - e a base do informe de
      *>    rendimentos anual (Programa22).

       grava-log-retencao-ir section.

           set  pag-acao-retencao-ir to true
           move ws-valor-ir          to pag-valor
           move ws-valor-ir          to pag-valor-ir
           move zero                 to pag-valor-liquido

           write pag-registro

           .
       grava-log-retencao-ir-exit.
           exit.

       *>======================================================================
       *>  Creditar o Premio Pago na Conta Corrente do Ganhador
       *>======================================================================
      *>    O premio baixado como pago vira credito na conta pre-paga
      *>    mantida pelo Programa14, com movimento proprio (tipo P) no
      *>    MOVCONTA amarrado ao protocolo da aposta premiada, pelo valor
      *>    bruto, e o IR retido sai em seguida como debito (tipo I) - o
      *>    saldo fica acrescido do liquido. Ganhador sem conta aberta tem
      *>    a conta criada com o valor liquido do premio.

       credita-premio-na-conta section.

               if ws-cta-status = "00" then

                   add prm-valor to cta-saldo
                   subtract ws-valor-ir from cta-saldo

                   rewrite cta-registro

               else

                   move prm-apostador-id to cta-apostador-id
                   move ws-valor-liquido to cta-saldo

                   write cta-registro

               set  mov-tipo-premio  to true
               move prm-valor        to mov-valor
               move prm-protocolo    to mov-protocolo

               compute mov-saldo-apos = cta-saldo + ws-valor-ir

               write mov-registro

               if ws-valor-ir > zero then
                   set  mov-tipo-retencao-ir to true
                   move ws-valor-ir          to mov-valor
                   move cta-saldo            to mov-saldo-apos
                   write mov-registro
               end-if

               close mov-arq

           end-if
