                  access mode is sequential
                  file status is ws-ltc-status.

      *>    Calendario de concursos mantido pelo Programa19 - a aposta e
      *>    vendida para o concurso aberto de menor numero, e so ate a
      *>    data/hora de corte das vendas dele.
           select conc-arq assign to "CONCURSOS"
                  organization is indexed
                  access mode is sequential
                  record key is conc-numero
                  file status is ws-conc-status.

      *>    Limites de jogo responsavel por apostador, mantidos pelo
      *>    Programa25 - limite diario, limite mensal e autoexclusao.
           select lim-arq assign to "LIMITES"
                  organization is indexed
                  access mode is random
                  record key is lim-apostador-id
                  file status is ws-lim-status.

      *>    Log de transacoes gravado pelo Programa2 - lido aqui para
      *>    somar o que o apostador ja apostou no dia e no mes, liquido
      *>    dos estornos, antes de conferir os limites.
           select trn-arq assign to "TRANSACOES"
                  organization is sequential
                  access mode is sequential
                  file status is ws-trn-status.

      *>    Cadastro de lotericas mantido pelo Programa26 - a aposta so e
      *>    vendida por loterica cadastrada e ativa.
           select lot-arq assign to "LOTERICAS"
                  organization is indexed
                  access mode is random
                  record key is lot-codigo
                  file status is ws-lot-status.

      *>    Identificacao do terminal (registro unico com a loterica e o
      *>    numero do terminal), instalada em cada ponto de venda - e de
      *>    onde sai o ponto de venda da aposta feita na tela.
           select term-arq assign to "TERMINAL"
                  organization is sequential
                  access mode is sequential
                  file status is ws-term-status.

       I-O-Control.


      *>    quantidade de entradas identicas a registrar (zero = uma).
           05  lote-surpresinha                     pic x(01).
           05  lote-teimosinha                      pic 9(02).
      *>    Ponto de venda da aposta: codigo da loterica no LOTERICAS e
      *>    numero do terminal dentro dela.
           05  lote-loterica                        pic 9(05).
           05  lote-terminal                        pic 9(03).

      *>    Tabela de preços, mantida pela tela do Programa16 - cada
      *>    registro traz a quantidade de números, o valor cobrado e a
               10  rejl-apostador-id                 pic x(15).
               10  rejl-surpresinha                  pic x(01).
               10  rejl-teimosinha                   pic 9(02).
               10  rejl-loterica                     pic 9(05).
               10  rejl-terminal                     pic 9(03).
           05  rejl-motivo-codigo                    pic x(02).
           05  rejl-motivo-descr                     pic x(50).

               88  mov-tipo-aposta                   value "A".
               88  mov-tipo-premio                   value "P".
               88  mov-tipo-estorno                  value "E".
               88  mov-tipo-retencao-ir              value "I".
           05  mov-valor                             pic 9(09)v9(02).
           05  mov-protocolo                         pic 9(09).
           05  mov-saldo-apos                        pic 9(09)v9(02).
       01  ltc-registro.
           05  ltc-ultimo-registro                   pic 9(06).

      *>    Layout espelhado do calendario de concursos do Programa19 -
      *>    esse programa apenas consulta o concurso aberto.
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

      *>    Layout espelhado dos limites de jogo responsavel mantidos pelo
      *>    Programa25 - esse programa apenas consulta.
       fd  lim-arq
           label records are standard.

       01  lim-registro.
           05  lim-apostador-id                      pic x(15).
           05  lim-limite-diario                     pic 9(07)v9(02).
           05  lim-limite-mensal                     pic 9(07)v9(02).
           05  lim-pendente-diario                   pic 9(07)v9(02).
           05  lim-pendente-mensal                   pic 9(07)v9(02).
           05  lim-pendente-vigencia                 pic 9(08).
           05  lim-exclusao-inicio                   pic 9(08).
           05  lim-exclusao-fim                      pic 9(08).
           05  lim-data-alteracao                    pic 9(08).

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

       fd  term-arq
           label records are standard.

       01  term-registro.
           05  term-loterica                         pic 9(05).
           05  term-numero                           pic 9(03).

      *>    Layout espelhado do log de transacoes do Programa2.
       fd  trn-arq
           label records are standard.

       01  trn-registro.
           05  trn-apostador-id                      pic x(15).
           05  trn-data.
               10  trn-data-ano                      pic 9(04).
               10  trn-data-mes                      pic 9(02).
               10  trn-data-dia                      pic 9(02).
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

      *>----Variaveis de trabalho
       Working-storage Section.
      *>------------------------------
       77  ws-res-melhor                            pic 9(02) comp value zero.
       77  ws-res-total                             pic 9(06) comp value zero.

      *>    Data do sorteio real do concurso da aposta conferida.
       01  ws-res-melhor-data.
           05  ws-res-melhor-ano                    pic 9(04).
           05  ws-res-melhor-mes                    pic 9(02).
           05  ws-res-melhor-dia                    pic 9(02).

      *>    Concurso do sorteio real conferido.
       77  ws-res-melhor-concurso                   pic 9(05) value zero.

      *>    Resumo da conferência contra resultados reais, exibido na tela
      *>    de resultado (interativo) ou no console (lote).
       77  ws-res-msg                               pic x(68) value spaces.
       77  ws-res-melhor-ed                         pic 9(02).

       77  ws-comp-status                           pic x(02) value "00".
      *>    03-identificacao ausente     04-apostador nao cadastrado
      *>    05-apostador bloqueado       06-cadastro indisponivel
      *>    07-apostador sem conta corrente  08-saldo insuficiente
      *>    09-nenhum concurso aberto    10-vendas encerradas (corte)
      *>    11-apostador em autoexclusao 12-limite diario excedido
      *>    13-limite mensal excedido    14-limites indisponiveis
      *>    15-loterica nao cadastrada   16-loterica bloqueada
       77  ws-motivo-rejeicao                       pic x(02) value spaces.

       77  ws-cta-status                            pic x(02) value "00".

       77  ws-ltc-status                            pic x(02) value "00".

       77  ws-conc-status                           pic x(02) value "00".

       01  ws-conc-chave                            pic x(01) value spaces.
           88  ws-conc-fim                          value "F".

      *>    Concurso aberto localizado na venda - a primeira entrada
      *>    concorre nele e cada entrada seguinte da teimosinha no
      *>    concurso seguinte.
       77  ws-concurso-venda                        pic 9(05) value zero.
       77  ws-concurso-ed                           pic 9(05).

      *>    Momento atual e corte das vendas do concurso, no mesmo
      *>    formato (AAAAMMDDHHMM) para a comparacao direta.
       01  ws-conc-agora.
           05  ws-conc-agora-data                   pic 9(08).
           05  ws-conc-agora-hora                   pic 9(04).

       01  ws-conc-corte.
           05  ws-conc-corte-data                   pic 9(08).
           05  ws-conc-corte-hora                   pic 9(04).

       01  ws-conc-relogio.
           05  ws-conc-relogio-hhmm                 pic 9(04).
           05  filler                               pic 9(04).

       77  ws-lim-status                            pic x(02) value "00".

       77  ws-trn-status                            pic x(02) value "00".

       01  ws-trn-chave                             pic x(01) value spaces.
           88  ws-trn-fim                           value "F".

      *>    Limites em vigor do apostador (o aumento pendente so vale a
      *>    partir da data de vigencia gravada pelo Programa25) e o que
      *>    ele ja apostou no dia e no mes, liquido dos estornos.
       01  ws-lim-hoje.
           05  ws-lim-hoje-ano                      pic 9(04).
           05  ws-lim-hoje-mes                      pic 9(02).
           05  ws-lim-hoje-dia                      pic 9(02).

       77  ws-lim-diario                            pic 9(07)v9(02) value zero.
       77  ws-lim-mensal                            pic 9(07)v9(02) value zero.
       77  ws-lim-necessario                        pic 9(07)v9(02) value zero.
       77  ws-lim-total-dia                         pic 9(09)v9(02) value zero.
       77  ws-lim-total-mes                         pic 9(09)v9(02) value zero.

      *>    Apostas do mes corrente do apostador, por protocolo - o
      *>    estorno abate do dia/mes da aposta original, e nao do dia em
      *>    que foi feito.
       01  ws-lim-tab.
           05  ws-lim-item occurs 500 times.
               10  ws-lim-protocolo                 pic 9(09).
               10  ws-lim-do-dia                    pic x(01).
                   88  ws-lim-aposta-do-dia         value "S".

       77  ws-lim-qtd                               pic 9(04) comp value zero.
       77  ws-lim-idx                               pic 9(04) comp value zero.

       01  ws-lim-achou                             pic x(01) value "N".
           88  ws-lim-protocolo-achado              value "S".
           88  ws-lim-protocolo-nao-achado          value "N".

       01  ws-lim-lotada                            pic x(01) value "N".
           88  ws-lim-tab-cheia                     value "S".
           88  ws-lim-tab-com-espaco                value "N".

       77  ws-lot-status                            pic x(02) value "00".

       77  ws-term-status                           pic x(02) value "00".

      *>    Ponto de venda do terminal (modo tela), lido uma vez do
      *>    TERMINAL na abertura, e nome da loterica da aposta em curso.
       77  ws-term-loterica                         pic 9(05) value zero.
       77  ws-term-numero                           pic 9(03) value zero.
       77  ws-lot-nome                              pic x(30) value spaces.

      *>    Sequencia fisica do registro do LOTEAPOSTAS em processamento,
      *>    ponto de retomada recuperado do LOTECHECK e quantos registros
      *>    ja concluidos foram pulados na reexecucao.
      *>    da aposta (vide gera-surpresinha). Teimosinha: quantidade de
      *>    entradas identicas da mesma aposta confirmada (zero ou um =
      *>    entrada unica), cada uma com protocolo, comprovante, historico
      *>    e transacao proprios - a quantidade fica em ws-dados-aposta
      *>    (ws-teimosinha) para ir tambem para a transacao.
       77  ws-surpresinha                           pic x(01) value spaces.
       77  ws-teim-idx                              pic 9(02) comp.

      *>    Sementes e numero sorteado da surpresinha, na mesma receita de
               88  ws-modo-rapido                   value "R".
               88  ws-modo-normal                   value "N" " ".

      *>    Concurso em que a entrada concorre, gravado pelo Programa2 no
      *>    historico e na transacao - vide lk-concurso no Programa2.
           05  ws-concurso                          pic 9(05) value zero.

      *>    Ponto de venda (loterica e terminal) gravado pelo Programa2 na
      *>    transacao - vide lk-loterica no Programa2.
           05  ws-loterica                          pic 9(05) value zero.
           05  ws-terminal                          pic 9(03) value zero.

      *>    Origem dos numeros (S-surpresinha, N-escolhidos pelo apostador)
      *>    e quantidade de entradas da teimosinha, gravadas pelo Programa2
      *>    na transacao - vide lk-surpresinha no Programa2.
           05  ws-marca-surpresinha                 pic x(01) value "N".
               88  ws-numeros-surpresinha           value "S".
               88  ws-numeros-escolhidos            value "N".
           05  ws-teimosinha                        pic 9(02) value zero.

      *>----Variaveis para comunicação entre programas
       Linkage Section.

           if ws-em-lote then
               perform processa-lote-apostas
           else
               perform carrega-terminal
               perform procedimento-interativo
           end-if

               move spaces to ws-apostador-id
               move spaces to ws-surpresinha
               move zero   to ws-teimosinha
               set  ws-numeros-escolhidos to true

               display sc-tela-inicio              *> Entrada de quatidade de
               accept  sc-tela-inicio              *> números para apostar
       verifica-modo-execucao-exit.
           exit.

       *>======================================================================
       *>  Carregar o Ponto de Venda do Terminal (Modo Tela)
       *>======================================================================
      *>    Sem o TERMINAL a loterica fica zero e a venda e recusada na
      *>    critica do ponto de venda, com a mensagem na tela.

       carrega-terminal section.

           open input term-arq

           if ws-term-status = "00" then

               read term-arq
                   not at end
                       if  term-loterica is numeric
                       and term-numero   is numeric then
                           move term-loterica to ws-term-loterica
                           move term-numero   to ws-term-numero
                       end-if
               end-read

               close term-arq

           end-if

           move ws-term-loterica to ws-loterica
           move ws-term-numero   to ws-terminal

           .
       carrega-terminal-exit.
           exit.

       *>======================================================================
       *>  Processar Apostas em Lote
       *>======================================================================
           move lote-numeros      to ws-aposta
           move lote-apostador-id to ws-apostador-id
           move lote-teimosinha   to ws-teimosinha
           move lote-loterica     to ws-loterica
           move lote-terminal     to ws-terminal
           set  ws-numeros-escolhidos to true

           if (lote-surpresinha = "S" or "s" or "X" or "x")
           and ws-selecionado >= 06
               perform varying ws-teim-idx from 1 by 1
                       until ws-teim-idx > ws-teimosinha

                   compute ws-concurso = ws-concurso-venda   *> Cada entrada no concurso seguinte
                                       + ws-teim-idx - 1
                   perform obtem-protocolo             *> Numerar a aposta antes do sorteio
                   perform debita-conta-aposta         *> Debitar o valor na conta corrente
                   call "programa2" using ws-sorteio,

           end-if

      *>    Toda venda sai por uma loterica cadastrada e ativa.
           if ws-tudo-ok then
               perform valida-ponto-venda
           end-if

      *>    Jogo responsavel: apostador em autoexclusao ou acima do
      *>    limite diario/mensal nao aposta, mesmo com saldo.
           if ws-tudo-ok then
               perform valida-limites-jogo
           end-if

      *>    Aposta pre-paga: a identificacao valida ainda precisa de
      *>    conta corrente com saldo para todas as entradas confirmadas.
           if ws-tudo-ok then
               perform valida-saldo-conta
           end-if

      *>    E so ha venda com concurso aberto dentro do horario de corte.
           if ws-tudo-ok then
               perform localiza-concurso-aberto
           end-if

           .
       valida-apostador-exit.
           exit.

       *>======================================================================
       *>  Validar o Ponto de Venda (Loterica da Aposta)
       *>======================================================================
      *>    Recusas com motivo proprio no LOTEREJEITADOS: 15 loterica nao
      *>    informada/cadastrada (ou cadastro indisponivel), 16 bloqueada.

       valida-ponto-venda section.

           move spaces to ws-lot-nome

           open input lot-arq

           if ws-lot-status <> "00" then
               set ws-nao-ok to true
               move "Atencao, Cadastro de Lotericas Indisponivel!"
                    to ws-msg-erro
               move "15" to ws-motivo-rejeicao
           else

               move ws-loterica to lot-codigo

               read lot-arq

               evaluate true
                   when ws-loterica = zero
                   or   ws-lot-status <> "00"
                       set ws-nao-ok to true
                       move "Atencao, Loterica do Terminal Nao Cadastrada!"
                            to ws-msg-erro
                       move "15" to ws-motivo-rejeicao
                   when lot-bloqueada
                       set ws-nao-ok to true
                       move "Atencao, Loterica Bloqueada para Vendas!"
                            to ws-msg-erro
                       move "16" to ws-motivo-rejeicao
                   when other
                       move lot-nome to ws-lot-nome
               end-evaluate

               close lot-arq

           end-if

           .
       valida-ponto-venda-exit.
           exit.

       *>======================================================================
       *>  Validar a Autoexclusao e os Limites de Jogo do Apostador
       *>======================================================================
      *>    Sem o arquivo LIMITES, ou sem registro do apostador, nao ha
      *>    limite a conferir. A aposta pedida (valor vezes todas as
      *>    entradas da teimosinha) somada ao ja apostado no dia e no mes
      *>    nao pode passar do limite; limite zerado e limite livre.
      *>    Recusas com motivo proprio no LOTEREJEITADOS (11 a 14).

       valida-limites-jogo section.

           accept ws-lim-hoje from date yyyymmdd

           open input lim-arq

           evaluate true
               when ws-lim-status = "35"           *> Arquivo ainda nao existe
                   continue
               when ws-lim-status <> "00"
                   set ws-nao-ok to true
                   move "Atencao, Controle de Limites Indisponivel!"
                        to ws-msg-erro
                   move "14" to ws-motivo-rejeicao
               when other

                   move ws-apostador-id to lim-apostador-id

                   read lim-arq

                   if ws-lim-status = "00" then
                       perform confere-limites-apostador
                   end-if

                   close lim-arq

           end-evaluate

           .
       valida-limites-jogo-exit.
           exit.

       confere-limites-apostador section.

           move lim-limite-diario to ws-lim-diario
           move lim-limite-mensal to ws-lim-mensal

           if  lim-pendente-vigencia > zero
           and lim-pendente-vigencia <= ws-lim-hoje then
               move lim-pendente-diario to ws-lim-diario
               move lim-pendente-mensal to ws-lim-mensal
           end-if

           if ws-teimosinha > 01 then
               compute ws-lim-necessario = ws-valor-num * ws-teimosinha
           else
               move ws-valor-num to ws-lim-necessario
           end-if

           evaluate true
               when lim-exclusao-fim    > zero
               and  lim-exclusao-inicio <= ws-lim-hoje
               and  lim-exclusao-fim    >= ws-lim-hoje
                   set ws-nao-ok to true
                   move "Atencao, Apostador em Autoexclusao!" to ws-msg-erro
                   move "11" to ws-motivo-rejeicao
               when ws-lim-diario = zero
               and  ws-lim-mensal = zero
                   continue
               when other

                   perform soma-apostas-periodo

                   evaluate true
                       when ws-lim-diario > zero
                       and  ws-lim-total-dia + ws-lim-necessario > ws-lim-diario
                           set ws-nao-ok to true
                           move "Atencao, Limite Diario de Apostas Excedido!"
                                to ws-msg-erro
                           move "12" to ws-motivo-rejeicao
                       when ws-lim-mensal > zero
                       and  ws-lim-total-mes + ws-lim-necessario > ws-lim-mensal
                           set ws-nao-ok to true
                           move "Atencao, Limite Mensal de Apostas Excedido!"
                                to ws-msg-erro
                           move "13" to ws-motivo-rejeicao
                       when other
                           continue
                   end-evaluate

           end-evaluate

           .
       confere-limites-apostador-exit.
           exit.

       *>======================================================================
       *>  Somar o Ja Apostado no Dia e no Mes, Liquido dos Estornos
       *>======================================================================

       soma-apostas-periodo section.

           move zero   to ws-lim-total-dia
           move zero   to ws-lim-total-mes
           move zero   to ws-lim-qtd
           move "N"    to ws-lim-lotada
           move spaces to ws-trn-chave

           open input trn-arq

           if ws-trn-status = "00" then

               perform until ws-trn-fim

                   read trn-arq
                       at end
                           set ws-trn-fim to true
                       not at end
                           if trn-apostador-id = ws-apostador-id then
                               perform acumula-transacao-limite
                           end-if
                   end-read

               end-perform

               close trn-arq

           end-if

           .
       soma-apostas-periodo-exit.
           exit.

       acumula-transacao-limite section.

           if trn-tipo-estorno then
               perform abate-estorno-limite
           else

               if  trn-data-ano = ws-lim-hoje-ano
               and trn-data-mes = ws-lim-hoje-mes then

                   add trn-valor to ws-lim-total-mes

                   if trn-data = ws-lim-hoje then
                       add trn-valor to ws-lim-total-dia
                   end-if

                   if ws-lim-qtd < 500 then
                       add 1 to ws-lim-qtd
                       move trn-protocolo to ws-lim-protocolo (ws-lim-qtd)
                       move "N"           to ws-lim-do-dia (ws-lim-qtd)
                       if trn-data = ws-lim-hoje then
                           set ws-lim-aposta-do-dia (ws-lim-qtd) to true
                       end-if
                   else
                       set ws-lim-tab-cheia to true
                   end-if

               end-if

           end-if

           .
       acumula-transacao-limite-exit.
           exit.

      *>    Estorno de aposta de mes anterior nao mexe no mes corrente.
      *>    Com a tabela lotada o estorno nao localizado abate pela data
      *>    em que foi feito - melhor que ignorar o valor devolvido.

       abate-estorno-limite section.

           set ws-lim-protocolo-nao-achado to true

           perform varying ws-lim-idx from 1 by 1
                   until ws-lim-idx > ws-lim-qtd
                      or ws-lim-protocolo-achado
               if ws-lim-protocolo (ws-lim-idx) = trn-protocolo then
                   set ws-lim-protocolo-achado to true
                   if ws-lim-total-mes >= trn-valor then
                       subtract trn-valor from ws-lim-total-mes
                   end-if
                   if  ws-lim-aposta-do-dia (ws-lim-idx)
                   and ws-lim-total-dia >= trn-valor then
                       subtract trn-valor from ws-lim-total-dia
                   end-if
               end-if
           end-perform

           if  ws-lim-protocolo-nao-achado
           and ws-lim-tab-cheia
           and trn-data-ano = ws-lim-hoje-ano
           and trn-data-mes = ws-lim-hoje-mes then
               if ws-lim-total-mes >= trn-valor then
                   subtract trn-valor from ws-lim-total-mes
               end-if
               if  trn-data = ws-lim-hoje
               and ws-lim-total-dia >= trn-valor then
                   subtract trn-valor from ws-lim-total-dia
               end-if
           end-if

           .
       abate-estorno-limite-exit.
           exit.

       *>======================================================================
       *>  Validar o Saldo da Conta Corrente do Apostador
       *>======================================================================
       valida-saldo-conta-exit.
           exit.

       *>======================================================================
       *>  Localizar o Concurso Aberto e Conferir o Corte das Vendas
       *>======================================================================
      *>    O concurso da venda e o aberto de menor numero no calendario
      *>    (CONCURSOS em ordem de chave). Passado o corte dele, a venda e
      *>    recusada ate o concurso ser encerrado no Programa19 e o
      *>    seguinte assumir - recusa com motivo proprio no LOTEREJEITADOS
      *>    (09 sem concurso aberto, 10 vendas encerradas).

       localiza-concurso-aberto section.

           move zero   to ws-concurso-venda
           move spaces to ws-conc-chave

           open input conc-arq

           if ws-conc-status = "00" then

               perform until ws-conc-fim
                          or ws-concurso-venda > zero

                   read conc-arq
                       at end
                           set ws-conc-fim to true
                       not at end
                           if conc-aberto then
                               move conc-numero     to ws-concurso-venda
                               move conc-data-corte to ws-conc-corte-data
                               move conc-hora-corte to ws-conc-corte-hora
                           end-if
                   end-read

               end-perform

               close conc-arq

           end-if

           if ws-concurso-venda = zero then
               set ws-nao-ok to true
               move "Atencao, Nenhum Concurso Aberto para Vendas!"
                    to ws-msg-erro
               move "09" to ws-motivo-rejeicao
           else

               accept ws-conc-agora-data from date yyyymmdd
               accept ws-conc-relogio    from time
               move ws-conc-relogio-hhmm to ws-conc-agora-hora

               if ws-conc-agora > ws-conc-corte then
                   set ws-nao-ok to true
                   move ws-concurso-venda to ws-concurso-ed
                   move spaces to ws-msg-erro
                   string "Atencao, Vendas Encerradas - Concurso "
                          ws-concurso-ed "!"
                          delimited by size
                          into ws-msg-erro
                   end-string
                   move "10" to ws-motivo-rejeicao
               else
                   move ws-concurso-venda to ws-concurso
               end-if

           end-if

           .
       localiza-concurso-aberto-exit.
           exit.

       *>======================================================================
       *>  Debitar o Valor da Aposta na Conta Corrente
       *>======================================================================
       *>======================================================================
       *>  Conferir a Aposta Contra o Historico de Sorteios Reais
       *>======================================================================
      *>    Percorre o arquivo RESULTADOSREAIS (quando presente) atras do
      *>    sorteio real do concurso em que a entrada concorre e conta os
      *>    numeros em comum com a aposta atual - conferencia independente
      *>    do sorteio sintetico do Programa2. Concurso ainda nao sorteado
      *>    fica apontado na mensagem; o premio sai na apuracao.

       confere-resultados-reais section.

                       at end
                           set ws-res-fim to true
                       not at end
                           if res-concurso = ws-concurso then
                               perform conta-acertos-resultado-real
                           end-if
                   end-read

               end-perform

               close res-arq

           end-if

           move ws-concurso to ws-concurso-ed

           if ws-res-total > zero then
               move ws-res-melhor to ws-res-melhor-ed
               string "CONCURSO " ws-concurso-ed
                      " SORTEADO EM " ws-res-melhor-data
                      " - ACERTOS: " ws-res-melhor-ed
                      delimited by size
                      into ws-res-msg
               end-string
           else
               string "CONCURSO " ws-concurso-ed
                      " AINDA NAO SORTEADO - CONFERENCIA NA APURACAO"
                      delimited by size
                      into ws-res-msg
               end-string
           end-if

           .
               end-perform
           end-perform

           move ws-res-acerto to ws-res-melhor
           move res-data      to ws-res-melhor-data
           move res-concurso  to ws-res-melhor-concurso

           .
       conta-acertos-resultado-real-exit.

       gera-surpresinha section.

           set ws-numeros-surpresinha to true

           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > 10
               move zero to ws-num-tab (ws-idx-1)
           end-perform
      *>    Cada repeticao e uma entrada completa: novo protocolo, novo
      *>    sorteio pelo Programa2, conferencia contra resultados reais e
      *>    comprovante proprio - como se o apostador registrasse a mesma
      *>    aposta outra vez no balcao - concorrendo no concurso seguinte
      *>    ao da entrada anterior.

       repete-aposta-teimosinha section.

           add 1 to ws-concurso

           perform obtem-protocolo
           perform debita-conta-aposta

           end-string
           write comp-registro

           move spaces to comp-registro
           string "CONCURSO: " ws-concurso
                  delimited by size
                  into comp-registro
           end-string
           write comp-registro

           move spaces to comp-registro
           string "LOTERICA: " ws-loterica " " ws-lot-nome
                  "  TERMINAL: " ws-terminal
                  delimited by size
                  into comp-registro
           end-string
           write comp-registro

           move spaces to comp-registro
           string "NUMEROS APOSTADOS (" ws-selecionado "): " ws-comp-numeros-txt
                  delimited by size
