      $set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "Programa27". *> Projeto loteria
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

      *>    Cadastro de lotericas mantido pelo Programa26 - nome e
      *>    percentual de comissao de cada ponto de venda.
           select lot-arq assign to "LOTERICAS"
                  organization is indexed
                  access mode is sequential
                  record key is lot-codigo
                  file status is ws-lot-status.

      *>    Log de transacoes gravado pelo Programa2 (apostas) e pelo
      *>    Programa13 (estornos), com a loterica que fez a venda.
           select trn-arq assign to "TRANSACOES"
                  organization is sequential
                  access mode is sequential
                  file status is ws-trn-status.

      *>    Log de pagamentos gravado pelo Programa11, com a loterica em
      *>    cujo balcao o premio foi pago.
           select pag-arq assign to "PAGAMENTOS"
                  organization is sequential
                  access mode is sequential
                  file status is ws-pag-status.

      *>    Parametro opcional com o primeiro dia (AAAAMMDD) da semana do
      *>    acerto. Se nao existir, o acerto sai para a semana anterior
      *>    completa, de segunda a domingo.
           select par-arq assign to "ACERTOPARAM"
                  organization is sequential
                  access mode is sequential
                  file status is ws-par-status.

      *>    Demonstrativos do acerto semanal, um por loterica.
           select rel-arq assign to "RELACERTO"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-rel-status.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>    Layout espelhado do cadastro de lotericas do Programa26.
       fd  lot-arq
           label records are standard.

       01  lot-registro.
           05  lot-codigo                            pic 9(05).
           05  lot-nome                              pic x(30).
           05  lot-comissao                          pic 9(02)v9(02).
           05  lot-situacao                          pic x(01).
               88  lot-ativa                         value "A".
               88  lot-bloqueada                     value "B".

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

      *>    Layout espelhado do log de pagamentos do Programa11.
       fd  pag-arq
           label records are standard.

       01  pag-registro.
           05  pag-protocolo                         pic 9(09).
           05  pag-apostador-id                      pic x(15).
           05  pag-documento                         pic x(14).
           05  pag-operador                          pic x(15).
           05  pag-data                              pic 9(08).
           05  pag-hora                              pic 9(06).
           05  pag-faixa                             pic 9(02).
           05  pag-valor                             pic 9(09)v9(02).
           05  pag-acao                              pic x(01).
               88  pag-acao-pagamento                value "P".
               88  pag-acao-prescricao               value "X".
               88  pag-acao-retencao-ir              value "R".
           05  pag-valor-ir                          pic 9(09)v9(02).
           05  pag-valor-liquido                     pic 9(09)v9(02).
           05  pag-loterica                          pic 9(05).

      *>    Registro unico com o primeiro dia da semana (AAAAMMDD).
       fd  par-arq
           label records are standard.

       01  par-registro.
           05  par-data-inicio                       pic 9(08).

       fd  rel-arq
           label records are standard.

       01  rel-registro                              pic x(80).

      *>----Variaveis de trabalho
       Working-storage Section.
      *>------------------------------

       77  ws-lot-status                            pic x(02) value "00".

       01  ws-lot-chave                             pic x(01) value spaces.
           88  ws-lot-fim                           value "F".

       77  ws-trn-status                            pic x(02) value "00".

       01  ws-trn-chave                             pic x(01) value spaces.
           88  ws-trn-fim                           value "F".

       77  ws-pag-status                            pic x(02) value "00".

       01  ws-pag-chave                             pic x(01) value spaces.
           88  ws-pag-fim                           value "F".

       77  ws-par-status                            pic x(02) value "00".

       77  ws-rel-status                            pic x(02) value "00".

       77  ws-idx-1                                 pic 9(03) comp.

       77  ws-idx-2                                 pic 9(03) comp.

       77  ws-idx-lot                               pic 9(03) comp value zero.

       77  ws-codigo-busca                          pic 9(05) value zero.

       01  ws-data-hoje                             pic 9(08).

      *>    Semana do acerto (segunda a domingo na falta do parametro).
      *>    O dia da semana sai do numero do dia: o dia 1 do calendario
      *>    das funcoes de data (01/01/1601) foi uma segunda-feira.
       77  ws-dia-numero                            pic 9(07) value zero.
       77  ws-dia-semana                            pic 9(01) value zero.
       77  ws-semana-inicio                         pic 9(08) value zero.
       77  ws-semana-fim                            pic 9(08) value zero.

      *>    Movimento da semana por loterica: o cadastro inteiro e
      *>    carregado primeiro (todas recebem demonstrativo, mesmo sem
      *>    movimento) e loterica do log que nao esta no cadastro entra no
      *>    fim, sem comissao.
       01  ws-lotericas.
           05  ws-lot-item occurs 500 times.
               10  ws-lot-codigo                     pic 9(05).
               10  ws-lot-nome                       pic x(30).
               10  ws-lot-comissao                   pic 9(02)v9(02).
               10  ws-lot-situacao                   pic x(01).
               10  ws-lot-qtd-vendas                 pic 9(07).
               10  ws-lot-vendas                     pic 9(09)v9(02).
               10  ws-lot-qtd-estornos               pic 9(07).
               10  ws-lot-estornos                   pic 9(09)v9(02).
               10  ws-lot-qtd-premios                pic 9(07).
               10  ws-lot-premios                    pic 9(09)v9(02).

       77  ws-lot-qtde                              pic 9(03) comp value zero.

       01  ws-lot-lotada                            pic x(01) value "N".
           88  ws-lot-cheia                         value "S".
           88  ws-lot-com-espaco                    value "N".

      *>    Area de troca da ordenacao da tabela de lotericas.
       01  ws-lot-troca                             pic x(94).

      *>    Movimento sem loterica (vendas e pagamentos da sede ou
      *>    anteriores ao cadastro de lotericas) - fica fora do acerto.
       77  ws-sede-qtd                              pic 9(07) comp value zero.

      *>    Acerto de uma loterica: comissao sobre a venda liquida de
      *>    estornos; saldo positivo e repasse devido pela loterica, saldo
      *>    negativo e valor a receber por ela.
       77  ws-venda-liquida                         pic s9(09)v9(02) value zero.
       77  ws-comissao-valor                        pic s9(09)v9(02) value zero.
       77  ws-saldo-acerto                          pic s9(09)v9(02) value zero.

      *>    Totais gerais do acerto.
       77  ws-tot-lotericas                         pic 9(06) comp value zero.
       77  ws-tot-vendas                            pic 9(11)v9(02) value zero.
       77  ws-tot-estornos                          pic 9(11)v9(02) value zero.
       77  ws-tot-premios                           pic 9(11)v9(02) value zero.
       77  ws-tot-comissao                          pic s9(11)v9(02) value zero.
       77  ws-tot-a-repassar                        pic 9(11)v9(02) value zero.
       77  ws-tot-a-receber                         pic 9(11)v9(02) value zero.

      *>    Campos editados do relatorio.
       77  ws-rel-valor-ed                          pic zzzzzzzzzz9,99.
       77  ws-rel-sinal-ed                          pic -zzzzzzzzz9,99.
       77  ws-rel-qtd-ed                            pic zzzzzz9.
       77  ws-rel-perc-ed                           pic z9,99.

       01  ws-rel-data-ed.
           05  ws-rel-data-dia                      pic 9(02).
           05  filler                               pic x(01) value "/".
           05  ws-rel-data-mes                      pic 9(02).
           05  filler                               pic x(01) value "/".
           05  ws-rel-data-ano                      pic 9(04).

       01  ws-data-aux.
           05  ws-data-aux-ano                      pic 9(04).
           05  ws-data-aux-mes                      pic 9(02).
           05  ws-data-aux-dia                      pic 9(02).

       77  ws-rel-inicio-ed                         pic x(10) value spaces.
       77  ws-rel-fim-ed                            pic x(10) value spaces.

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

           perform obtem-semana-acerto

           open output rel-arq

           .
       inicializa-exit.
           exit.

       *>======================================================================
       *>  Procedimento Principal
       *>======================================================================
      *>    Carrega o cadastro de lotericas, acumula a semana do log de
      *>    transacoes e do log de pagamentos e emite um demonstrativo de
      *>    acerto por loterica, em ordem de codigo.

       procedimento section.

           perform carrega-lotericas

           perform acumula-transacoes

           perform acumula-pagamentos

           perform ordena-lotericas

           if ws-lot-qtde = zero then
               perform emite-cabecalho-acerto
               move "NENHUMA LOTERICA CADASTRADA OU COM MOVIMENTO NA SEMANA"
                    to rel-registro
               write rel-registro
           end-if

           perform varying ws-idx-lot from 1 by 1
                   until ws-idx-lot > ws-lot-qtde
               perform emite-acerto-loterica
           end-perform

           perform emite-totais-acerto

           .
       procedimento-exit.
           exit.

       *>======================================================================
       *>  Obter a Semana do Acerto (Parametro ou Semana Anterior)
       *>======================================================================

       obtem-semana-acerto section.

           accept ws-data-hoje from date yyyymmdd

           compute ws-dia-numero = function integer-of-date (ws-data-hoje)

           compute ws-dia-semana = function mod (ws-dia-numero - 1, 7)

      *>    Segunda-feira da semana corrente, menos sete dias.
           compute ws-semana-inicio =
                   function date-of-integer (ws-dia-numero - ws-dia-semana - 7)

           open input par-arq

           if ws-par-status = "00" then

               read par-arq
                   not at end
                       if  par-data-inicio is numeric
                       and par-data-inicio > zero then
                           move par-data-inicio to ws-semana-inicio
                       end-if
               end-read

               close par-arq

           end-if

           compute ws-semana-fim =
                   function date-of-integer
                       (function integer-of-date (ws-semana-inicio) + 6)

           move ws-semana-inicio to ws-data-aux
           perform formata-data-relatorio
           move ws-rel-data-ed   to ws-rel-inicio-ed

           move ws-semana-fim    to ws-data-aux
           perform formata-data-relatorio
           move ws-rel-data-ed   to ws-rel-fim-ed

           .
       obtem-semana-acerto-exit.
           exit.

       formata-data-relatorio section.

           move ws-data-aux-dia to ws-rel-data-dia
           move ws-data-aux-mes to ws-rel-data-mes
           move ws-data-aux-ano to ws-rel-data-ano

           .
       formata-data-relatorio-exit.
           exit.

       *>======================================================================
       *>  Carregar o Cadastro de Lotericas na Tabela
       *>======================================================================

       carrega-lotericas section.

           open input lot-arq

           if ws-lot-status <> "00" then
               display "AVISO: CADASTRO DE LOTERICAS INDISPONIVEL - STATUS "
                       ws-lot-status " - ACERTO SAI SEM NOME E SEM COMISSAO"
               move 4 to return-code
           else

               perform until ws-lot-fim

                   read lot-arq next
                       at end
                           set ws-lot-fim to true
                       not at end
                           move lot-codigo to ws-codigo-busca
                           perform inclui-loterica-tabela
                           if ws-idx-lot > zero then
                               move lot-nome     to ws-lot-nome      (ws-idx-lot)
                               move lot-comissao to ws-lot-comissao  (ws-idx-lot)
                               move lot-situacao to ws-lot-situacao  (ws-idx-lot)
                           end-if
                   end-read

               end-perform

               close lot-arq

           end-if

           .
       carrega-lotericas-exit.
           exit.

       *>======================================================================
       *>  Acumular as Vendas e os Estornos da Semana
       *>======================================================================
      *>    O estorno carrega a loterica da venda original (Programa13) e
      *>    entra no acerto da semana em que foi feito.

       acumula-transacoes section.

           open input trn-arq

           if ws-trn-status <> "00" then
               display "AVISO: ARQUIVO TRANSACOES NAO ENCONTRADO - ACERTO SEM VENDAS"
               move 4 to return-code
           else

               perform until ws-trn-fim

                   read trn-arq
                       at end
                           set ws-trn-fim to true
                       not at end
                           if  trn-data >= ws-semana-inicio
                           and trn-data <= ws-semana-fim then
                               perform acumula-transacao-loterica
                           end-if
                   end-read

               end-perform

               close trn-arq

           end-if

           .
       acumula-transacoes-exit.
           exit.

       acumula-transacao-loterica section.

           if trn-loterica = zero then
               add 1 to ws-sede-qtd
           else

               move trn-loterica to ws-codigo-busca
               perform localiza-loterica

               if ws-idx-lot > zero then

                   if trn-tipo-estorno then
                       add 1         to ws-lot-qtd-estornos (ws-idx-lot)
                       add trn-valor to ws-lot-estornos     (ws-idx-lot)
                   else
                       add 1         to ws-lot-qtd-vendas   (ws-idx-lot)
                       add trn-valor to ws-lot-vendas       (ws-idx-lot)
                   end-if

               end-if

           end-if

           .
       acumula-transacao-loterica-exit.
           exit.

       *>======================================================================
       *>  Acumular os Premios Pagos no Balcao na Semana
       *>======================================================================
      *>    Conta a linha "P" (pagamento) pelo valor liquido, o que de fato
      *>    saiu para o ganhador; o IR retido fica com a sede e a
      *>    prescricao nao movimenta caixa.

       acumula-pagamentos section.

           open input pag-arq

           if ws-pag-status <> "00" then
               display "AVISO: ARQUIVO PAGAMENTOS NAO ENCONTRADO - ACERTO SEM PREMIOS"
               move 4 to return-code
           else

               perform until ws-pag-fim

                   read pag-arq
                       at end
                           set ws-pag-fim to true
                       not at end
                           if  pag-acao-pagamento
                           and pag-data >= ws-semana-inicio
                           and pag-data <= ws-semana-fim then
                               perform acumula-pagamento-loterica
                           end-if
                   end-read

               end-perform

               close pag-arq

           end-if

           .
       acumula-pagamentos-exit.
           exit.

       acumula-pagamento-loterica section.

           if pag-loterica = zero then
               add 1 to ws-sede-qtd
           else

               move pag-loterica to ws-codigo-busca
               perform localiza-loterica

               if ws-idx-lot > zero then
                   add 1                 to ws-lot-qtd-premios (ws-idx-lot)
                   add pag-valor-liquido to ws-lot-premios     (ws-idx-lot)
               end-if

           end-if

           .
       acumula-pagamento-loterica-exit.
           exit.

       *>======================================================================
       *>  Localizar (ou Incluir) uma Loterica na Tabela
       *>======================================================================

       localiza-loterica section.

           move zero to ws-idx-lot

           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > ws-lot-qtde
               if ws-lot-codigo (ws-idx-1) = ws-codigo-busca then
                   move ws-idx-1 to ws-idx-lot
               end-if
           end-perform

           if ws-idx-lot = zero then
               perform inclui-loterica-tabela
               if ws-idx-lot > zero then
                   move "LOTERICA FORA DO CADASTRO" to ws-lot-nome (ws-idx-lot)
               end-if
           end-if

           .
       localiza-loterica-exit.
           exit.

       inclui-loterica-tabela section.

           move zero to ws-idx-lot

           if ws-lot-qtde < 500 then

               add 1 to ws-lot-qtde
               move ws-lot-qtde to ws-idx-lot

               move ws-codigo-busca to ws-lot-codigo       (ws-idx-lot)
               move spaces          to ws-lot-nome         (ws-idx-lot)
               move zero            to ws-lot-comissao     (ws-idx-lot)
               move spaces          to ws-lot-situacao     (ws-idx-lot)
               move zero            to ws-lot-qtd-vendas   (ws-idx-lot)
               move zero            to ws-lot-vendas       (ws-idx-lot)
               move zero            to ws-lot-qtd-estornos (ws-idx-lot)
               move zero            to ws-lot-estornos     (ws-idx-lot)
               move zero            to ws-lot-qtd-premios  (ws-idx-lot)
               move zero            to ws-lot-premios      (ws-idx-lot)

           else

               if ws-lot-com-espaco then
                   set ws-lot-cheia to true
                   display "AVISO: LIMITE DE 500 LOTERICAS ATINGIDO - "
                           "ACERTO INCOMPLETO"
                   move 4 to return-code
               end-if

           end-if

           .
       inclui-loterica-tabela-exit.
           exit.

      *>    Ordem crescente de codigo da loterica.

       ordena-lotericas section.

           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 >= ws-lot-qtde

               perform varying ws-idx-2 from ws-idx-1 by 1
                       until ws-idx-2 > ws-lot-qtde

                   if ws-lot-codigo (ws-idx-2) < ws-lot-codigo (ws-idx-1) then
                       move ws-lot-item (ws-idx-1) to ws-lot-troca
                       move ws-lot-item (ws-idx-2) to ws-lot-item (ws-idx-1)
                       move ws-lot-troca           to ws-lot-item (ws-idx-2)
                   end-if

               end-perform

           end-perform

           .
       ordena-lotericas-exit.
           exit.

       *>======================================================================
       *>  Emitir o Demonstrativo de Acerto de uma Loterica
       *>======================================================================

       emite-acerto-loterica section.

           compute ws-venda-liquida = ws-lot-vendas   (ws-idx-lot)
                                    - ws-lot-estornos (ws-idx-lot)

           compute ws-comissao-valor rounded =
                   ws-venda-liquida * ws-lot-comissao (ws-idx-lot) / 100

           compute ws-saldo-acerto = ws-venda-liquida
                                   - ws-lot-premios (ws-idx-lot)
                                   - ws-comissao-valor

           perform emite-cabecalho-acerto

           move spaces to rel-registro
           string "LOTERICA.................: " ws-lot-codigo (ws-idx-lot)
                  " " ws-lot-nome (ws-idx-lot)
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           if ws-lot-situacao (ws-idx-lot) = "B" then
               move "SITUACAO.................: BLOQUEADA PARA VENDAS" to rel-registro
               write rel-registro
           end-if

           move spaces to rel-registro
           write rel-registro

           move ws-lot-qtd-vendas (ws-idx-lot) to ws-rel-qtd-ed
           move ws-lot-vendas     (ws-idx-lot) to ws-rel-valor-ed
           move spaces to rel-registro
           string "VENDAS BRUTAS............: R$ " ws-rel-valor-ed
                  "  QTD: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-lot-qtd-estornos (ws-idx-lot) to ws-rel-qtd-ed
           move ws-lot-estornos     (ws-idx-lot) to ws-rel-valor-ed
           move spaces to rel-registro
           string "(-) ESTORNOS.............: R$ " ws-rel-valor-ed
                  "  QTD: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-venda-liquida to ws-rel-sinal-ed
           move spaces to rel-registro
           string "VENDA LIQUIDA............: R$ " ws-rel-sinal-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-lot-qtd-premios (ws-idx-lot) to ws-rel-qtd-ed
           move ws-lot-premios     (ws-idx-lot) to ws-rel-valor-ed
           move spaces to rel-registro
           string "(-) PREMIOS PAGOS........: R$ " ws-rel-valor-ed
                  "  QTD: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-lot-comissao (ws-idx-lot) to ws-rel-perc-ed
           move ws-comissao-valor            to ws-rel-sinal-ed
           move spaces to rel-registro
           string "(-) COMISSAO.............: R$ " ws-rel-sinal-ed
                  "  (" ws-rel-perc-ed "% DA VENDA LIQUIDA)"
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move spaces to rel-registro
           write rel-registro

           move ws-saldo-acerto to ws-rel-valor-ed
           move spaces to rel-registro

           if ws-saldo-acerto < zero then
               string "VALOR A RECEBER PELA LOTERICA...: R$ " ws-rel-valor-ed
                      delimited by size
                      into rel-registro
               end-string
               subtract ws-saldo-acerto from ws-tot-a-receber
           else
               string "VALOR A REPASSAR PELA LOTERICA..: R$ " ws-rel-valor-ed
                      delimited by size
                      into rel-registro
               end-string
               add ws-saldo-acerto to ws-tot-a-repassar
           end-if
           write rel-registro

           move spaces to rel-registro
           write rel-registro

           move "========================================================================"
                to rel-registro
           write rel-registro

           move spaces to rel-registro
           write rel-registro

           add 1                               to ws-tot-lotericas
           add ws-lot-vendas   (ws-idx-lot)    to ws-tot-vendas
           add ws-lot-estornos (ws-idx-lot)    to ws-tot-estornos
           add ws-lot-premios  (ws-idx-lot)    to ws-tot-premios
           add ws-comissao-valor               to ws-tot-comissao

           .
       emite-acerto-loterica-exit.
           exit.

       emite-cabecalho-acerto section.

           move "DEMONSTRATIVO DE ACERTO SEMANAL - LOTERICAS" to rel-registro
           write rel-registro

           move spaces to rel-registro
           string "SEMANA...................: " ws-rel-inicio-ed
                  " A " ws-rel-fim-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move spaces to rel-registro
           write rel-registro

           .
       emite-cabecalho-acerto-exit.
           exit.

       *>======================================================================
       *>  Emitir os Totais Gerais da Semana
       *>======================================================================

       emite-totais-acerto section.

           move "TOTAIS DA SEMANA" to rel-registro
           write rel-registro

           if ws-lot-cheia then
               move "  ATENCAO: TOTAIS INCOMPLETOS - LIMITE DE 500 LOTERICAS ATINGIDO"
                    to rel-registro
               write rel-registro
           end-if

           move ws-tot-lotericas to ws-rel-qtd-ed
           move spaces to rel-registro
           string "  LOTERICAS..............: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-vendas to ws-rel-valor-ed
           move spaces to rel-registro
           string "  VENDAS BRUTAS..........: R$ " ws-rel-valor-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-estornos to ws-rel-valor-ed
           move spaces to rel-registro
           string "  ESTORNOS...............: R$ " ws-rel-valor-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-premios to ws-rel-valor-ed
           move spaces to rel-registro
           string "  PREMIOS PAGOS..........: R$ " ws-rel-valor-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-comissao to ws-rel-sinal-ed
           move spaces to rel-registro
           string "  COMISSOES..............: R$ " ws-rel-sinal-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-a-repassar to ws-rel-valor-ed
           move spaces to rel-registro
           string "  A REPASSAR PELAS LOTER.: R$ " ws-rel-valor-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-a-receber to ws-rel-valor-ed
           move spaces to rel-registro
           string "  A RECEBER PELAS LOTER..: R$ " ws-rel-valor-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           if ws-sede-qtd > zero then
               move ws-sede-qtd to ws-rel-qtd-ed
               move spaces to rel-registro
               string "  MOVIMENTOS SEM LOTERICA (FORA DO ACERTO): " ws-rel-qtd-ed
                      delimited by size
                      into rel-registro
               end-string
               write rel-registro
           end-if

           display "ACERTO SEMANAL DE " ws-rel-inicio-ed " A " ws-rel-fim-ed " CONCLUIDO"
           display "LOTERICAS: " ws-tot-lotericas

           .
       emite-totais-acerto-exit.
           exit.

       finaliza section.

           close rel-arq

           stop run

           .
       finaliza-exit.
           exit.
