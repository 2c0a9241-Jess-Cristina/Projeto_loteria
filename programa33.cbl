      $set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "Programa33". *> Projeto loteria
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

      *>    Log de transacoes do Programa2 (vendas) e do Programa13
      *>    (estornos) - lido por inteiro, pois o apostador novo e o que
      *>    fez a primeira aposta da vida no mes.
           select trn-arq assign to "TRANSACOES"
                  organization is sequential
                  access mode is sequential
                  file status is ws-trn-status.

      *>    Cadastro de boloes do Programa15, chaveado pelo protocolo da
      *>    aposta - aposta com bolao cadastrado e aposta de bolao.
           select bol-arq assign to "BOLAO"
                  organization is indexed
                  access mode is random
                  record key is bol-protocolo
                  file status is ws-bol-status.

      *>    Premios apurados pelo Programa6 (com a situacao atual).
           select prm-arq assign to "PREMIOS"
                  organization is sequential
                  access mode is sequential
                  file status is ws-prm-status.

      *>    Log de pagamentos e prescricoes do Programa11.
           select pag-arq assign to "PAGAMENTOS"
                  organization is sequential
                  access mode is sequential
                  file status is ws-pag-status.

      *>    Log de movimentos da conta corrente (depositos e saques).
           select mov-arq assign to "MOVCONTA"
                  organization is sequential
                  access mode is sequential
                  file status is ws-mov-status.

      *>    Parametro opcional com o mes do relatorio (AAAAMM); sem ele,
      *>    o mes anterior ao corrente.
           select par-arq assign to "MENSALPARAM"
                  organization is sequential
                  access mode is sequential
                  file status is ws-par-status.

      *>    Relatorio gerencial impresso.
           select rel-arq assign to "RELMENSAL"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-rel-status.

      *>    Extrato delimitado (";") dos mesmos numeros para as planilhas
      *>    do financeiro.
           select ext-arq assign to "EXTMENSAL"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-ext-status.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>    Layout espelhado do log de transacoes gravado pelo Programa2.
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
               88  trn-numeros-escolhidos            value "N".
           05  trn-teimosinha                        pic 9(02).

      *>    Layout espelhado do cadastro de boloes do Programa15.
       fd  bol-arq
           label records are standard.

       01  bol-registro.
           05  bol-protocolo                         pic 9(09).
           05  bol-qtd-participantes                 pic 9(02).
           05  bol-participantes.
               10  bol-participante occurs 10 times.
                   15  bol-apostador-id              pic x(15).
                   15  bol-cotas                     pic 9(03).
           05  bol-total-cotas                       pic 9(04).

      *>    Layout espelhado dos premios gravados pelo Programa6.
       fd  prm-arq
           label records are standard.

       01  prm-registro.
           05  prm-concurso                          pic 9(05).
           05  prm-data-sorteio.
               10  prm-data-ano                      pic 9(04).
               10  prm-data-mes                      pic 9(02).
               10  prm-data-dia                      pic 9(02).
           05  prm-apostador-id                      pic x(15).
           05  prm-faixa                             pic 9(02).
           05  prm-valor                             pic 9(09)v9(02).
           05  prm-protocolo                         pic 9(09).
           05  prm-status                            pic x(01).
               88  prm-apurado                       value "A".
               88  prm-pago                          value "P".
               88  prm-prescrito                     value "X".

      *>    Layout espelhado do log de pagamentos gravado pelo Programa11.
       fd  pag-arq
           label records are standard.

       01  pag-registro.
           05  pag-protocolo                         pic 9(09).
           05  pag-apostador-id                      pic x(15).
           05  pag-documento                         pic x(14).
           05  pag-operador                          pic x(15).
           05  pag-data.
               10  pag-data-ano                      pic 9(04).
               10  pag-data-mes                      pic 9(02).
               10  pag-data-dia                      pic 9(02).
           05  pag-hora.
               10  pag-hora-hh                       pic 9(02).
               10  pag-hora-mm                       pic 9(02).
               10  pag-hora-ss                       pic 9(02).
           05  pag-faixa                             pic 9(02).
           05  pag-valor                             pic 9(09)v9(02).
           05  pag-acao                              pic x(01).
               88  pag-acao-pagamento                value "P".
               88  pag-acao-prescricao               value "X".
               88  pag-acao-retencao-ir              value "R".
           05  pag-valor-ir                          pic 9(09)v9(02).
           05  pag-valor-liquido                     pic 9(09)v9(02).
           05  pag-loterica                          pic 9(05).

      *>    Layout espelhado do log de movimentos gravado pelo Programa14.
       fd  mov-arq
           label records are standard.

       01  mov-registro.
           05  mov-apostador-id                      pic x(15).
           05  mov-data.
               10  mov-data-ano                      pic 9(04).
               10  mov-data-mes                      pic 9(02).
               10  mov-data-dia                      pic 9(02).
           05  mov-hora.
               10  mov-hora-hh                       pic 9(02).
               10  mov-hora-mm                       pic 9(02).
               10  mov-hora-ss                       pic 9(02).
           05  mov-tipo                              pic x(01).
               88  mov-tipo-deposito                 value "D".
               88  mov-tipo-saque                    value "S".
               88  mov-tipo-aposta                   value "A".
               88  mov-tipo-premio                   value "P".
               88  mov-tipo-estorno                  value "E".
               88  mov-tipo-retencao-ir              value "I".
           05  mov-valor                             pic 9(09)v9(02).
           05  mov-protocolo                         pic 9(09).
           05  mov-saldo-apos                        pic 9(09)v9(02).

      *>    Registro unico com o mes do relatorio (AAAAMM).
       fd  par-arq
           label records are standard.

       01  par-registro.
           05  par-ano-mes.
               10  par-ano                           pic 9(04).
               10  par-mes                           pic 9(02).

       fd  rel-arq
           label records are standard.

       01  rel-registro                              pic x(80).

       fd  ext-arq
           label records are standard.

       01  ext-registro                              pic x(120).

      *>----Variaveis de trabalho
       Working-storage Section.
      *>------------------------------

       77  ws-trn-status                            pic x(02) value "00".

       01  ws-trn-chave                             pic x(01) value spaces.
           88  ws-trn-fim                           value "F".

       77  ws-bol-status                            pic x(02) value "00".

       01  ws-bol-aberto                            pic x(01) value "N".
           88  ws-bol-disponivel                    value "S".

       77  ws-prm-status                            pic x(02) value "00".

       01  ws-prm-chave                             pic x(01) value spaces.
           88  ws-prm-fim                           value "F".

       77  ws-pag-status                            pic x(02) value "00".

       01  ws-pag-chave                             pic x(01) value spaces.
           88  ws-pag-fim                           value "F".

       77  ws-mov-status                            pic x(02) value "00".

       01  ws-mov-chave                             pic x(01) value spaces.
           88  ws-mov-fim                           value "F".

       77  ws-par-status                            pic x(02) value "00".

       77  ws-rel-status                            pic x(02) value "00".

       77  ws-ext-status                            pic x(02) value "00".

       01  ws-data-hoje.
           05  ws-data-hoje-ano                     pic 9(04).
           05  ws-data-hoje-mes                     pic 9(02).
           05  ws-data-hoje-dia                     pic 9(02).

      *>    Mes de trabalho para o calculo dos meses de comparacao.
       01  ws-ano-mes-aux.
           05  ws-aux-ano                           pic 9(04).
           05  ws-aux-mes                           pic 9(02).

       77  ws-idx-per                               pic 9(03) comp.
       77  ws-idx-cat                               pic 9(03) comp.
       77  ws-idx-fx                                pic 9(03) comp.
       77  ws-idx-apo                               pic 9(04) comp.
       77  ws-idx-1                                 pic 9(04) comp.

      *>    Periodos do relatorio: 1 - mes pedido, 2 - mes anterior,
      *>    3 - mesmo mes do ano anterior. Categorias da venda: 1 a 5 -
      *>    apostas de 6 a 10 numeros; 6 - surpresinha; 7 - numeros
      *>    escolhidos; 8 - origem nao identificada (apostas anteriores a
      *>    marcacao); 9 - teimosinha; 10 - bolao; 11 - total. Os premios
      *>    apurados por categoria so existem para o tamanho da aposta (1
      *>    a 5). Faixas de premio: 1 - quadra, 2 - quina, 3 - sena, 4 -
      *>    todas.
       01  ws-periodos.
           05  ws-per-item occurs 3 times.
               10  ws-per-ano-mes.
                   15  ws-per-ano                    pic 9(04).
                   15  ws-per-mes                    pic 9(02).
               10  ws-per-categoria occurs 11 times.
                   15  ws-per-vendas-qtd             pic 9(09).
                   15  ws-per-vendas-valor           pic 9(11)v9(02).
                   15  ws-per-estornos-qtd           pic 9(09).
                   15  ws-per-estornos-valor         pic 9(11)v9(02).
                   15  ws-per-premios-valor          pic 9(11)v9(02).
               10  ws-per-faixa occurs 4 times.
                   15  ws-per-apurados-qtd           pic 9(09).
                   15  ws-per-apurados-valor         pic 9(11)v9(02).
                   15  ws-per-pagos-qtd              pic 9(09).
                   15  ws-per-pagos-valor            pic 9(11)v9(02).
                   15  ws-per-prescritos-qtd         pic 9(09).
                   15  ws-per-prescritos-valor       pic 9(11)v9(02).
                   15  ws-per-a-pagar-qtd            pic 9(09).
                   15  ws-per-a-pagar-valor          pic 9(11)v9(02).
               10  ws-per-depositos-qtd              pic 9(09).
               10  ws-per-depositos-valor            pic 9(11)v9(02).
               10  ws-per-saques-qtd                 pic 9(09).
               10  ws-per-saques-valor               pic 9(11)v9(02).
               10  ws-per-novos                      pic 9(07).
               10  ws-per-ativos                     pic 9(07).

       01  ws-nomes-categoria.
           05  filler                               pic x(20) value "APOSTAS DE 06 NUMS".
           05  filler                               pic x(20) value "APOSTAS DE 07 NUMS".
           05  filler                               pic x(20) value "APOSTAS DE 08 NUMS".
           05  filler                               pic x(20) value "APOSTAS DE 09 NUMS".
           05  filler                               pic x(20) value "APOSTAS DE 10 NUMS".
           05  filler                               pic x(20) value "SURPRESINHA".
           05  filler                               pic x(20) value "NUMEROS ESCOLHIDOS".
           05  filler                               pic x(20) value "ORIGEM NAO IDENTIF.".
           05  filler                               pic x(20) value "TEIMOSINHA".
           05  filler                               pic x(20) value "BOLAO".
           05  filler                               pic x(20) value "TOTAL".

       01  ws-tab-categoria redefines ws-nomes-categoria.
           05  ws-nome-categoria occurs 11 times    pic x(20).

       01  ws-nomes-faixa.
           05  filler                               pic x(20) value "QUADRA (04 ACERTOS)".
           05  filler                               pic x(20) value "QUINA (05 ACERTOS)".
           05  filler                               pic x(20) value "SENA (06 ACERTOS)".
           05  filler                               pic x(20) value "TODAS AS FAIXAS".

       01  ws-tab-faixa redefines ws-nomes-faixa.
           05  ws-nome-faixa occurs 4 times         pic x(20).

      *>    Vendas e premios do mes por concurso (so o mes pedido; o
      *>    concurso nao se repete nos periodos de comparacao).
       01  ws-concursos.
           05  ws-con-item occurs 500 times.
               10  ws-con-concurso                   pic 9(05).
               10  ws-con-vendas-qtd                 pic 9(09).
               10  ws-con-vendas-valor               pic 9(11)v9(02).
               10  ws-con-estornos-valor             pic 9(11)v9(02).
               10  ws-con-premios-valor              pic 9(11)v9(02).

       77  ws-con-qtde                              pic 9(03) comp value zero.
       77  ws-idx-con                               pic 9(03) comp value zero.
       77  ws-con-busca                             pic 9(05) value zero.

       01  ws-con-lotada                            pic x(01) value "N".
           88  ws-con-cheia                         value "S".
           88  ws-con-com-espaco                    value "N".

      *>    Premios apurados nos periodos, guardados na leitura do PREMIOS
      *>    e completados com o tamanho da aposta (6 a 10 numeros) na
      *>    leitura do TRANSACOES, pelo protocolo. Bolao tem um premio por
      *>    participante, todos com o mesmo protocolo.
       01  ws-premios-tamanho.
           05  ws-ptm-item occurs 2000 times.
               10  ws-ptm-protocolo                  pic 9(09).
               10  ws-ptm-periodo                    pic 9(01).
               10  ws-ptm-valor                      pic 9(09)v9(02).
               10  ws-ptm-qtd-escolhida              pic 9(02).

       77  ws-ptm-qtde                              pic 9(04) comp value zero.

       01  ws-ptm-lotada                            pic x(01) value "N".
           88  ws-ptm-cheia                         value "S".
           88  ws-ptm-com-espaco                    value "N".

      *>    Apostadores que ja apostaram: data da primeira aposta (para
      *>    o apostador novo) e se apostou em cada periodo (ativo).
       01  ws-apostadores.
           05  ws-apo-item occurs 2000 times.
               10  ws-apo-apostador-id               pic x(15).
               10  ws-apo-primeira-aposta            pic 9(06).
               10  ws-apo-ativo occurs 3 times       pic x(01).

       77  ws-apo-qtde                              pic 9(04) comp value zero.

       01  ws-apo-lotada                            pic x(01) value "N".
           88  ws-apo-cheia                         value "S".
           88  ws-apo-com-espaco                    value "N".

      *>    Linha em emissao: uma mesma linha sai no relatorio (com as
      *>    variacoes) e no extrato delimitado.
       01  ws-linha.
           05  ws-lin-secao                         pic x(20).
           05  ws-lin-rotulo                        pic x(20).
           05  ws-lin-tipo                          pic x(01).
               88  ws-lin-quantidade                value "Q".
               88  ws-lin-valor-monetario           value "V".
           05  ws-lin-valor occurs 3 times          pic s9(13)v9(02).

       77  ws-variacao                              pic s9(05)v9(01) value zero.

       77  ws-payout                                pic s9(13)v9(02) value zero.
       77  ws-venda-liquida                         pic s9(13)v9(02) value zero.

       77  ws-tot-lidos                             pic 9(07) comp value zero.

      *>    Campos editados do relatorio.
       77  ws-rel-valor-ed                          pic -(9)9,99.
       77  ws-rel-qtd-ed                            pic -(12)9.
       77  ws-rel-var-ed                            pic -(5)9,9.
       77  ws-rel-coluna                            pic x(13) value spaces.
       77  ws-rel-variacao                          pic x(08) value spaces.
       77  ws-rel-pos                               pic 9(03) comp value zero.

      *>    Campos do extrato (valor sem os brancos a esquerda).
       77  ws-ext-valor-ed                          pic -(13)9,99.
       77  ws-ext-campo                             pic x(18) value spaces.
       77  ws-ext-brancos                           pic 9(03) comp value zero.
       77  ws-ext-pos                               pic 9(03) comp value zero.
       01  ws-ext-valores.
           05  ws-ext-valor occurs 3 times          pic x(18).

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

           initialize ws-periodos

           perform obtem-mes-relatorio

      *>    Mes anterior e mesmo mes do ano anterior.
           move ws-per-ano-mes (1) to ws-ano-mes-aux
           if ws-aux-mes = 01 then
               subtract 1 from ws-aux-ano
               move 12 to ws-aux-mes
           else
               subtract 1 from ws-aux-mes
           end-if
           move ws-ano-mes-aux to ws-per-ano-mes (2)

           move ws-per-ano-mes (1) to ws-ano-mes-aux
           subtract 1 from ws-aux-ano
           move ws-ano-mes-aux to ws-per-ano-mes (3)

           open output rel-arq
           open output ext-arq

           open input bol-arq

           if ws-bol-status = "00" then
               set ws-bol-disponivel to true
           else
               display "AVISO: CADASTRO DE BOLOES INDISPONIVEL - STATUS "
                       ws-bol-status " - BOLAO NAO SEPARADO"
               move 4 to return-code
           end-if

           .
       inicializa-exit.
           exit.

       obtem-mes-relatorio section.

      *>    Padrao: o mes anterior ao corrente (o relatorio roda no
      *>    inicio do mes, com o mes fechado).
           move ws-data-hoje-ano to ws-aux-ano
           move ws-data-hoje-mes to ws-aux-mes
           if ws-aux-mes = 01 then
               subtract 1 from ws-aux-ano
               move 12 to ws-aux-mes
           else
               subtract 1 from ws-aux-mes
           end-if
           move ws-ano-mes-aux to ws-per-ano-mes (1)

           open input par-arq

           if ws-par-status = "00" then

               read par-arq
                   not at end
                       if  par-ano-mes is numeric
                       and par-ano > zero
                       and par-mes >= 01
                       and par-mes <= 12 then
                           move par-ano-mes to ws-per-ano-mes (1)
                       else
                           display "AVISO: MES INVALIDO NO MENSALPARAM - "
                                   "USADO O MES ANTERIOR"
                           move 4 to return-code
                       end-if
               end-read

               close par-arq

           end-if

           .
       obtem-mes-relatorio-exit.
           exit.

       *>======================================================================
       *>  Procedimento Principal
       *>======================================================================
      *>    Acumula os tres periodos numa unica leitura de cada arquivo e
      *>    emite o relatorio e o extrato.

       procedimento section.

           perform acumula-premios

           perform acumula-transacoes

           perform conta-apostadores

           perform soma-premios-tamanho

           perform acumula-pagamentos

           perform acumula-movimentos-conta

           perform emite-relatorio-mensal

           .
       procedimento-exit.
           exit.

       *>======================================================================
       *>  Vendas e Estornos por Categoria (TRANSACOES + BOLAO)
       *>======================================================================
      *>    O estorno conta no mes em que foi feito, com as caracteristicas
      *>    da aposta original (copiadas pelo Programa13).

       acumula-transacoes section.

           open input trn-arq

           if ws-trn-status <> "00" then
               display "AVISO: ARQUIVO TRANSACOES NAO ENCONTRADO - VENDAS ZERADAS"
               move 4 to return-code
           else

               perform until ws-trn-fim

                   read trn-arq
                       at end
                           set ws-trn-fim to true
                       not at end
                           add 1 to ws-tot-lidos
                           if trn-tipo-aposta then
                               perform registra-apostador
                               perform marca-tamanho-premio
                           end-if
                           perform localiza-periodo-transacao
                           if ws-idx-per > zero then
                               perform acumula-transacao
                           end-if
                   end-read

               end-perform

               close trn-arq

           end-if

           .
       acumula-transacoes-exit.
           exit.

       localiza-periodo-transacao section.

           move zero to ws-idx-per

           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > 3
               if trn-data (1:6) = ws-per-ano-mes (ws-idx-1) then
                   move ws-idx-1 to ws-idx-per
               end-if
           end-perform

           .
       localiza-periodo-transacao-exit.
           exit.

       acumula-transacao section.

      *>    Tamanho da aposta (6 a 10 numeros).
           if  trn-qtd-escolhida >= 06
           and trn-qtd-escolhida <= 10 then
               compute ws-idx-cat = trn-qtd-escolhida - 5
               perform soma-categoria
           end-if

      *>    Origem dos numeros.
           evaluate true
               when trn-numeros-surpresinha
                   move 6 to ws-idx-cat
               when trn-numeros-escolhidos
                   move 7 to ws-idx-cat
               when other
                   move 8 to ws-idx-cat
           end-evaluate
           perform soma-categoria

           if trn-teimosinha > 01 then
               move 9 to ws-idx-cat
               perform soma-categoria
           end-if

           if ws-bol-disponivel then
               move trn-protocolo to bol-protocolo
               read bol-arq
               if ws-bol-status = "00" then
                   move 10 to ws-idx-cat
                   perform soma-categoria
               end-if
           end-if

           move 11 to ws-idx-cat
           perform soma-categoria

           if ws-idx-per = 1 then
               move trn-concurso to ws-con-busca
               perform localiza-concurso
               if ws-idx-con > zero then
                   if trn-tipo-estorno then
                       add trn-valor to ws-con-estornos-valor (ws-idx-con)
                   else
                       add 1         to ws-con-vendas-qtd     (ws-idx-con)
                       add trn-valor to ws-con-vendas-valor   (ws-idx-con)
                   end-if
               end-if
           end-if

           .
       acumula-transacao-exit.
           exit.

       soma-categoria section.

           if trn-tipo-estorno then
               add 1         to ws-per-estornos-qtd   (ws-idx-per ws-idx-cat)
               add trn-valor to ws-per-estornos-valor (ws-idx-per ws-idx-cat)
           else
               add 1         to ws-per-vendas-qtd     (ws-idx-per ws-idx-cat)
               add trn-valor to ws-per-vendas-valor   (ws-idx-per ws-idx-cat)
           end-if

           .
       soma-categoria-exit.
           exit.

       localiza-concurso section.

           move zero to ws-idx-con

           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > ws-con-qtde
               if ws-con-concurso (ws-idx-1) = ws-con-busca then
                   move ws-idx-1 to ws-idx-con
               end-if
           end-perform

           if ws-idx-con = zero then
               if ws-con-qtde < 500 then
                   add 1 to ws-con-qtde
                   move ws-con-qtde  to ws-idx-con
                   move ws-con-busca to ws-con-concurso (ws-idx-con)
               else
                   if ws-con-com-espaco then
                       set ws-con-cheia to true
                       display "AVISO: LIMITE DE 500 CONCURSOS NO MES ATINGIDO - "
                               "QUADRO POR CONCURSO INCOMPLETO"
                       move 4 to return-code
                   end-if
               end-if
           end-if

           .
       localiza-concurso-exit.
           exit.

       *>======================================================================
       *>  Apostadores: Primeira Aposta e Atividade em Cada Periodo
       *>======================================================================

       registra-apostador section.

           move zero to ws-idx-apo

           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > ws-apo-qtde
               if ws-apo-apostador-id (ws-idx-1) = trn-apostador-id then
                   move ws-idx-1 to ws-idx-apo
               end-if
           end-perform

           if ws-idx-apo = zero then

               if ws-apo-qtde < 2000 then
                   add 1 to ws-apo-qtde
                   move ws-apo-qtde to ws-idx-apo
                   move trn-apostador-id to ws-apo-apostador-id    (ws-idx-apo)
                   move trn-data (1:6) to ws-apo-primeira-aposta (ws-idx-apo)
                   move "N" to ws-apo-ativo (ws-idx-apo 1)
                   move "N" to ws-apo-ativo (ws-idx-apo 2)
                   move "N" to ws-apo-ativo (ws-idx-apo 3)
               else
                   if ws-apo-com-espaco then
                       set ws-apo-cheia to true
                       display "AVISO: LIMITE DE 2000 APOSTADORES ATINGIDO - "
                               "NOVOS E ATIVOS INCOMPLETOS"
                       move 4 to return-code
                   end-if
               end-if

           end-if

           if ws-idx-apo > zero then

               if trn-data (1:6) < ws-apo-primeira-aposta (ws-idx-apo) then
                   move trn-data (1:6) to ws-apo-primeira-aposta (ws-idx-apo)
               end-if

               perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > 3
                   if trn-data (1:6) = ws-per-ano-mes (ws-idx-1) then
                       move "S" to ws-apo-ativo (ws-idx-apo ws-idx-1)
                   end-if
               end-perform

           end-if

           .
       registra-apostador-exit.
           exit.

       conta-apostadores section.

           perform varying ws-idx-apo from 1 by 1 until ws-idx-apo > ws-apo-qtde

               perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3

                   if ws-apo-ativo (ws-idx-apo ws-idx-per) = "S" then
                       add 1 to ws-per-ativos (ws-idx-per)
                   end-if

                   if ws-apo-primeira-aposta (ws-idx-apo) = ws-per-ano-mes (ws-idx-per) then
                       add 1 to ws-per-novos (ws-idx-per)
                   end-if

               end-perform

           end-perform

           .
       conta-apostadores-exit.
           exit.

       *>======================================================================
       *>  Premios Apurados e Ainda a Pagar (PREMIOS, pela Data do Sorteio)
       *>======================================================================

       acumula-premios section.

           open input prm-arq

           if ws-prm-status = "00" then

               perform until ws-prm-fim

                   read prm-arq
                       at end
                           set ws-prm-fim to true
                       not at end

                           move zero to ws-idx-per
                           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > 3
                               if prm-data-sorteio (1:6) = ws-per-ano-mes (ws-idx-1) then
                                   move ws-idx-1 to ws-idx-per
                               end-if
                           end-perform

                           if  ws-idx-per > zero
                           and prm-faixa >= 04
                           and prm-faixa <= 06 then

                               compute ws-idx-fx = prm-faixa - 3

                               add 1         to ws-per-apurados-qtd   (ws-idx-per ws-idx-fx)
                               add prm-valor to ws-per-apurados-valor (ws-idx-per ws-idx-fx)
                               add 1         to ws-per-apurados-qtd   (ws-idx-per 4)
                               add prm-valor to ws-per-apurados-valor (ws-idx-per 4)

                               if ws-idx-per = 1 then
                                   move prm-concurso to ws-con-busca
                                   perform localiza-concurso
                                   if ws-idx-con > zero then
                                       add prm-valor to ws-con-premios-valor (ws-idx-con)
                                   end-if
                               end-if

                               perform guarda-premio-tamanho

                               if prm-apurado then
                                   add 1         to ws-per-a-pagar-qtd   (ws-idx-per ws-idx-fx)
                                   add prm-valor to ws-per-a-pagar-valor (ws-idx-per ws-idx-fx)
                                   add 1         to ws-per-a-pagar-qtd   (ws-idx-per 4)
                                   add prm-valor to ws-per-a-pagar-valor (ws-idx-per 4)
                               end-if

                           end-if

                   end-read

               end-perform

               close prm-arq

           end-if

           .
       acumula-premios-exit.
           exit.

       guarda-premio-tamanho section.

           if ws-ptm-qtde < 2000 then
               add 1 to ws-ptm-qtde
               move prm-protocolo to ws-ptm-protocolo     (ws-ptm-qtde)
               move ws-idx-per    to ws-ptm-periodo       (ws-ptm-qtde)
               move prm-valor     to ws-ptm-valor         (ws-ptm-qtde)
               move zero          to ws-ptm-qtd-escolhida (ws-ptm-qtde)
           else
               if ws-ptm-com-espaco then
                   set ws-ptm-cheia to true
                   display "AVISO: LIMITE DE 2000 PREMIOS NOS PERIODOS ATINGIDO - "
                           "PREMIOS POR TAMANHO DE APOSTA INCOMPLETOS"
                   move 4 to return-code
               end-if
           end-if

           .
       guarda-premio-tamanho-exit.
           exit.

       marca-tamanho-premio section.

           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > ws-ptm-qtde
               if ws-ptm-protocolo (ws-idx-1) = trn-protocolo then
                   move trn-qtd-escolhida to ws-ptm-qtd-escolhida (ws-idx-1)
               end-if
           end-perform

           .
       marca-tamanho-premio-exit.
           exit.

      *>    Premio cujo protocolo nao esta no TRANSACOES fica so no total
      *>    por faixa.

       soma-premios-tamanho section.

           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > ws-ptm-qtde

               if  ws-ptm-qtd-escolhida (ws-idx-1) >= 06
               and ws-ptm-qtd-escolhida (ws-idx-1) <= 10 then
                   compute ws-idx-cat = ws-ptm-qtd-escolhida (ws-idx-1) - 5
                   move ws-ptm-periodo (ws-idx-1) to ws-idx-per
                   add ws-ptm-valor (ws-idx-1)
                       to ws-per-premios-valor (ws-idx-per ws-idx-cat)
               end-if

           end-perform

           .
       soma-premios-tamanho-exit.
           exit.

       *>======================================================================
       *>  Premios Pagos e Prescritos (PAGAMENTOS, pela Data da Baixa)
       *>======================================================================
      *>    Valor bruto do premio - o IR retido nao muda o premio pago.

       acumula-pagamentos section.

           open input pag-arq

           if ws-pag-status = "00" then

               perform until ws-pag-fim

                   read pag-arq
                       at end
                           set ws-pag-fim to true
                       not at end

                           move zero to ws-idx-per
                           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > 3
                               if pag-data (1:6) = ws-per-ano-mes (ws-idx-1) then
                                   move ws-idx-1 to ws-idx-per
                               end-if
                           end-perform

                           if  ws-idx-per > zero
                           and pag-faixa >= 04
                           and pag-faixa <= 06 then

                               compute ws-idx-fx = pag-faixa - 3

                               evaluate true
                                   when pag-acao-pagamento
                                       add 1         to ws-per-pagos-qtd   (ws-idx-per ws-idx-fx)
                                       add pag-valor to ws-per-pagos-valor (ws-idx-per ws-idx-fx)
                                       add 1         to ws-per-pagos-qtd   (ws-idx-per 4)
                                       add pag-valor to ws-per-pagos-valor (ws-idx-per 4)
                                   when pag-acao-prescricao
                                       add 1         to ws-per-prescritos-qtd   (ws-idx-per ws-idx-fx)
                                       add pag-valor to ws-per-prescritos-valor (ws-idx-per ws-idx-fx)
                                       add 1         to ws-per-prescritos-qtd   (ws-idx-per 4)
                                       add pag-valor to ws-per-prescritos-valor (ws-idx-per 4)
                               end-evaluate

                           end-if

                   end-read

               end-perform

               close pag-arq

           end-if

           .
       acumula-pagamentos-exit.
           exit.

       *>======================================================================
       *>  Depositos e Saques da Conta Corrente (MOVCONTA)
       *>======================================================================

       acumula-movimentos-conta section.

           open input mov-arq

           if ws-mov-status = "00" then

               perform until ws-mov-fim

                   read mov-arq
                       at end
                           set ws-mov-fim to true
                       not at end

                           move zero to ws-idx-per
                           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > 3
                               if mov-data (1:6) = ws-per-ano-mes (ws-idx-1) then
                                   move ws-idx-1 to ws-idx-per
                               end-if
                           end-perform

                           if ws-idx-per > zero then
                               evaluate true
                                   when mov-tipo-deposito
                                       add 1         to ws-per-depositos-qtd   (ws-idx-per)
                                       add mov-valor to ws-per-depositos-valor (ws-idx-per)
                                   when mov-tipo-saque
                                       add 1         to ws-per-saques-qtd      (ws-idx-per)
                                       add mov-valor to ws-per-saques-valor    (ws-idx-per)
                               end-evaluate
                           end-if

                   end-read

               end-perform

               close mov-arq

           end-if

           .
       acumula-movimentos-conta-exit.
           exit.

       *>======================================================================
       *>  Emitir o Relatorio Gerencial e o Extrato Delimitado
       *>======================================================================

       emite-relatorio-mensal section.

           move spaces to rel-registro
           string "RELATORIO GERENCIAL MENSAL - MES "
                  ws-per-mes (1) "/" ws-per-ano (1)
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move spaces to rel-registro
           string "COMPARADO COM O MES ANTERIOR (" ws-per-mes (2) "/"
                  ws-per-ano (2) ") E O MESMO MES DO ANO ANTERIOR ("
                  ws-per-mes (3) "/" ws-per-ano (3) ")"
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move spaces to rel-registro
           write rel-registro

           move spaces to rel-registro
           string "ITEM                       " ws-per-mes (1) "/" ws-per-ano (1)
                  "       " ws-per-mes (2) "/" ws-per-ano (2)
                  "     VAR%       " ws-per-mes (3) "/" ws-per-ano (3)
                  "     VAR%"
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move spaces to ext-registro
           string "SECAO;ITEM;" ws-per-ano-mes (1) ";" ws-per-ano-mes (2)
                  ";" ws-per-ano-mes (3)
                  delimited by size
                  into ext-registro
           end-string
           write ext-registro

      *>    Vendas e estornos por categoria; no tamanho da aposta, tambem
      *>    os premios apurados e o payout.
           perform varying ws-idx-cat from 1 by 1 until ws-idx-cat > 11

               move spaces to rel-registro
               write rel-registro
               move ws-nome-categoria (ws-idx-cat) to rel-registro
               write rel-registro

               move ws-nome-categoria (ws-idx-cat) to ws-lin-secao

               move "  VENDAS QTD" to ws-lin-rotulo
               set ws-lin-quantidade to true
               perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3
                   move ws-per-vendas-qtd (ws-idx-per ws-idx-cat)
                        to ws-lin-valor (ws-idx-per)
               end-perform
               perform emite-linha

               move "  VENDAS R$" to ws-lin-rotulo
               set ws-lin-valor-monetario to true
               perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3
                   move ws-per-vendas-valor (ws-idx-per ws-idx-cat)
                        to ws-lin-valor (ws-idx-per)
               end-perform
               perform emite-linha

               move "  ESTORNOS QTD" to ws-lin-rotulo
               set ws-lin-quantidade to true
               perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3
                   move ws-per-estornos-qtd (ws-idx-per ws-idx-cat)
                        to ws-lin-valor (ws-idx-per)
               end-perform
               perform emite-linha

               move "  ESTORNOS R$" to ws-lin-rotulo
               set ws-lin-valor-monetario to true
               perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3
                   move ws-per-estornos-valor (ws-idx-per ws-idx-cat)
                        to ws-lin-valor (ws-idx-per)
               end-perform
               perform emite-linha

      *>        Premios apurados e payout do tamanho da aposta.
               if ws-idx-cat <= 5 then

                   move "  PREMIOS APUR. R$" to ws-lin-rotulo
                   perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3
                       move ws-per-premios-valor (ws-idx-per ws-idx-cat)
                            to ws-lin-valor (ws-idx-per)
                   end-perform
                   perform emite-linha

                   move "  PREMIOS/VENDA (%)" to ws-lin-rotulo
                   perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3
                       compute ws-venda-liquida = ws-per-vendas-valor   (ws-idx-per ws-idx-cat)
                                                - ws-per-estornos-valor (ws-idx-per ws-idx-cat)
                       if ws-venda-liquida > zero then
                           compute ws-payout rounded =
                                   ws-per-premios-valor (ws-idx-per ws-idx-cat) * 100
                                   / ws-venda-liquida
                       else
                           move zero to ws-payout
                       end-if
                       move ws-payout to ws-lin-valor (ws-idx-per)
                   end-perform
                   perform emite-linha

               end-if

           end-perform

      *>    Premios por faixa e situacao.
           perform varying ws-idx-fx from 1 by 1 until ws-idx-fx > 4

               move spaces to rel-registro
               write rel-registro
               move spaces to rel-registro
               string "PREMIOS - " ws-nome-faixa (ws-idx-fx)
                      delimited by size
                      into rel-registro
               end-string
               write rel-registro

               move ws-nome-faixa (ws-idx-fx) to ws-lin-secao

               move "  APURADOS QTD" to ws-lin-rotulo
               set ws-lin-quantidade to true
               perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3
                   move ws-per-apurados-qtd (ws-idx-per ws-idx-fx)
                        to ws-lin-valor (ws-idx-per)
               end-perform
               perform emite-linha

               move "  APURADOS R$" to ws-lin-rotulo
               set ws-lin-valor-monetario to true
               perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3
                   move ws-per-apurados-valor (ws-idx-per ws-idx-fx)
                        to ws-lin-valor (ws-idx-per)
               end-perform
               perform emite-linha

               move "  PAGOS QTD" to ws-lin-rotulo
               set ws-lin-quantidade to true
               perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3
                   move ws-per-pagos-qtd (ws-idx-per ws-idx-fx)
                        to ws-lin-valor (ws-idx-per)
               end-perform
               perform emite-linha

               move "  PAGOS R$" to ws-lin-rotulo
               set ws-lin-valor-monetario to true
               perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3
                   move ws-per-pagos-valor (ws-idx-per ws-idx-fx)
                        to ws-lin-valor (ws-idx-per)
               end-perform
               perform emite-linha

               move "  PRESCRITOS QTD" to ws-lin-rotulo
               set ws-lin-quantidade to true
               perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3
                   move ws-per-prescritos-qtd (ws-idx-per ws-idx-fx)
                        to ws-lin-valor (ws-idx-per)
               end-perform
               perform emite-linha

               move "  PRESCRITOS R$" to ws-lin-rotulo
               set ws-lin-valor-monetario to true
               perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3
                   move ws-per-prescritos-valor (ws-idx-per ws-idx-fx)
                        to ws-lin-valor (ws-idx-per)
               end-perform
               perform emite-linha

               move "  A PAGAR QTD" to ws-lin-rotulo
               set ws-lin-quantidade to true
               perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3
                   move ws-per-a-pagar-qtd (ws-idx-per ws-idx-fx)
                        to ws-lin-valor (ws-idx-per)
               end-perform
               perform emite-linha

               move "  A PAGAR R$" to ws-lin-rotulo
               set ws-lin-valor-monetario to true
               perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3
                   move ws-per-a-pagar-valor (ws-idx-per ws-idx-fx)
                        to ws-lin-valor (ws-idx-per)
               end-perform
               perform emite-linha

           end-perform

      *>    Payout: premios apurados sobre a venda liquida de estornos, em
      *>    percentual; sem venda no periodo o payout fica zerado.
           move spaces to rel-registro
           write rel-registro
           move "PAYOUT" to rel-registro
           write rel-registro

           move "PAYOUT"              to ws-lin-secao
           move "  PREMIOS/VENDA (%)" to ws-lin-rotulo
           set ws-lin-valor-monetario to true

           perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3

               compute ws-venda-liquida = ws-per-vendas-valor   (ws-idx-per 11)
                                        - ws-per-estornos-valor (ws-idx-per 11)

               if ws-venda-liquida > zero then
                   compute ws-payout rounded =
                           ws-per-apurados-valor (ws-idx-per 4) * 100
                           / ws-venda-liquida
               else
                   move zero to ws-payout
               end-if

               move ws-payout to ws-lin-valor (ws-idx-per)

           end-perform

           perform emite-linha

      *>    Conta corrente.
           move spaces to rel-registro
           write rel-registro
           move "CONTA CORRENTE" to rel-registro
           write rel-registro

           move "CONTA CORRENTE" to ws-lin-secao

           move "  DEPOSITOS QTD" to ws-lin-rotulo
           set ws-lin-quantidade to true
           perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3
               move ws-per-depositos-qtd (ws-idx-per) to ws-lin-valor (ws-idx-per)
           end-perform
           perform emite-linha

           move "  DEPOSITOS R$" to ws-lin-rotulo
           set ws-lin-valor-monetario to true
           perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3
               move ws-per-depositos-valor (ws-idx-per) to ws-lin-valor (ws-idx-per)
           end-perform
           perform emite-linha

           move "  SAQUES QTD" to ws-lin-rotulo
           set ws-lin-quantidade to true
           perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3
               move ws-per-saques-qtd (ws-idx-per) to ws-lin-valor (ws-idx-per)
           end-perform
           perform emite-linha

           move "  SAQUES R$" to ws-lin-rotulo
           set ws-lin-valor-monetario to true
           perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3
               move ws-per-saques-valor (ws-idx-per) to ws-lin-valor (ws-idx-per)
           end-perform
           perform emite-linha

      *>    Apostadores.
           move spaces to rel-registro
           write rel-registro
           move "APOSTADORES" to rel-registro
           write rel-registro

           move "APOSTADORES" to ws-lin-secao

           move "  NOVOS" to ws-lin-rotulo
           set ws-lin-quantidade to true
           perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3
               move ws-per-novos (ws-idx-per) to ws-lin-valor (ws-idx-per)
           end-perform
           perform emite-linha

           move "  ATIVOS" to ws-lin-rotulo
           perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3
               move ws-per-ativos (ws-idx-per) to ws-lin-valor (ws-idx-per)
           end-perform
           perform emite-linha

           perform emite-quadro-concursos

           if ws-ptm-cheia then
               move spaces to rel-registro
               write rel-registro
               move "ATENCAO: LIMITE DE 2000 PREMIOS ATINGIDO - PREMIOS POR TAMANHO INCOMPLETOS"
                    to rel-registro
               write rel-registro
           end-if

           if ws-apo-cheia then
               move spaces to rel-registro
               write rel-registro
               move "ATENCAO: LIMITE DE 2000 APOSTADORES ATINGIDO - NOVOS E ATIVOS INCOMPLETOS"
                    to rel-registro
               write rel-registro
           end-if

           .
       emite-relatorio-mensal-exit.
           exit.

       *>======================================================================
       *>  Quadro do Mes por Concurso
       *>======================================================================
      *>    Concurso 00000 reune as apostas antigas, anteriores ao
      *>    calendario de concursos. No extrato so a coluna do mes vem
      *>    preenchida.

       emite-quadro-concursos section.

           move spaces to rel-registro
           write rel-registro
           move spaces to rel-registro
           string "VENDAS E PREMIOS DO MES POR CONCURSO - "
                  ws-per-mes (1) "/" ws-per-ano (1)
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move spaces to rel-registro
           string "CONCURSO  APOSTAS     VENDAS R$   ESTORNOS R$"
                  "    PREMIOS R$  PAYOUT%"
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           perform varying ws-idx-con from 1 by 1 until ws-idx-con > ws-con-qtde

               compute ws-venda-liquida = ws-con-vendas-valor   (ws-idx-con)
                                        - ws-con-estornos-valor (ws-idx-con)

               if ws-venda-liquida > zero then
                   compute ws-payout rounded =
                           ws-con-premios-valor (ws-idx-con) * 100
                           / ws-venda-liquida
                       on size error
                           move zero to ws-payout
                   end-compute
               else
                   move zero to ws-payout
               end-if

               move spaces to rel-registro
               move ws-con-concurso (ws-idx-con) to rel-registro (1:5)

               move ws-con-vendas-qtd (ws-idx-con) to ws-rel-qtd-ed
               move ws-rel-qtd-ed (5:9) to rel-registro (9:9)

               move ws-con-vendas-valor (ws-idx-con) to ws-rel-valor-ed
               move ws-rel-valor-ed to rel-registro (19:13)

               move ws-con-estornos-valor (ws-idx-con) to ws-rel-valor-ed
               move ws-rel-valor-ed to rel-registro (33:13)

               move ws-con-premios-valor (ws-idx-con) to ws-rel-valor-ed
               move ws-rel-valor-ed to rel-registro (47:13)

               move ws-payout to ws-rel-var-ed
               move ws-rel-var-ed to rel-registro (61:8)

               write rel-registro

      *>        Extrato: uma linha por numero, como nas demais secoes.
               move spaces to ws-lin-secao
               string "CONCURSO " ws-con-concurso (ws-idx-con)
                      delimited by size
                      into ws-lin-secao
               end-string
               move zero to ws-lin-valor (2)
               move zero to ws-lin-valor (3)

               move "  VENDAS QTD" to ws-lin-rotulo
               set ws-lin-quantidade to true
               move ws-con-vendas-qtd (ws-idx-con) to ws-lin-valor (1)
               perform emite-extrato-concurso

               move "  VENDAS R$" to ws-lin-rotulo
               set ws-lin-valor-monetario to true
               move ws-con-vendas-valor (ws-idx-con) to ws-lin-valor (1)
               perform emite-extrato-concurso

               move "  ESTORNOS R$" to ws-lin-rotulo
               move ws-con-estornos-valor (ws-idx-con) to ws-lin-valor (1)
               perform emite-extrato-concurso

               move "  PREMIOS R$" to ws-lin-rotulo
               move ws-con-premios-valor (ws-idx-con) to ws-lin-valor (1)
               perform emite-extrato-concurso

               move "  PREMIOS/VENDA (%)" to ws-lin-rotulo
               move ws-payout to ws-lin-valor (1)
               perform emite-extrato-concurso

           end-perform

           if ws-con-cheia then
               move "ATENCAO: LIMITE DE 500 CONCURSOS ATINGIDO - QUADRO INCOMPLETO"
                    to rel-registro
               write rel-registro
           end-if

           .
       emite-quadro-concursos-exit.
           exit.

       emite-extrato-concurso section.

           move 1 to ws-idx-per
           perform compacta-valor-extrato

           move spaces to ext-registro
           string ws-lin-secao delimited by "  "
                  ";"          delimited by size
                  ws-lin-rotulo (3:18) delimited by "  "
                  ";"          delimited by size
                  ws-ext-valor (1) delimited by space
                  ";;"         delimited by size
                  into ext-registro
           end-string
           write ext-registro

           .
       emite-extrato-concurso-exit.
           exit.

       *>======================================================================
       *>  Emitir uma Linha (Relatorio com Variacoes e Extrato)
       *>======================================================================
      *>    Variacao percentual do mes sobre cada periodo de comparacao;
      *>    sem valor no periodo de comparacao ela nao se aplica (N/D).

       emite-linha section.

           move spaces        to rel-registro
           move ws-lin-rotulo to rel-registro (1:20)

           move 22 to ws-rel-pos
           move 1  to ws-idx-per
           perform formata-coluna
           move ws-rel-coluna to rel-registro (ws-rel-pos:13)

           move 36 to ws-rel-pos
           move 2  to ws-idx-per
           perform formata-coluna
           move ws-rel-coluna to rel-registro (ws-rel-pos:13)
           perform calcula-variacao
           move ws-rel-variacao to rel-registro (50:8)

           move 59 to ws-rel-pos
           move 3  to ws-idx-per
           perform formata-coluna
           move ws-rel-coluna to rel-registro (ws-rel-pos:13)
           perform calcula-variacao
           move ws-rel-variacao to rel-registro (73:8)

           write rel-registro

           perform varying ws-idx-per from 1 by 1 until ws-idx-per > 3
               perform compacta-valor-extrato
           end-perform

           move spaces to ext-registro
           string ws-lin-secao delimited by "  "
                  ";"          delimited by size
                  ws-lin-rotulo (3:18) delimited by "  "
                  ";"          delimited by size
                  ws-ext-valor (1) delimited by space
                  ";"          delimited by size
                  ws-ext-valor (2) delimited by space
                  ";"          delimited by size
                  ws-ext-valor (3) delimited by space
                  into ext-registro
           end-string
           write ext-registro

           .
       emite-linha-exit.
           exit.

       formata-coluna section.

           if ws-lin-quantidade then
               move ws-lin-valor (ws-idx-per) to ws-rel-qtd-ed
               move ws-rel-qtd-ed to ws-rel-coluna
           else
               move ws-lin-valor (ws-idx-per) to ws-rel-valor-ed
               move ws-rel-valor-ed to ws-rel-coluna
           end-if

           .
       formata-coluna-exit.
           exit.

       calcula-variacao section.

           if ws-lin-valor (ws-idx-per) = zero then
               move "     N/D" to ws-rel-variacao
           else
               compute ws-variacao rounded =
                       (ws-lin-valor (1) - ws-lin-valor (ws-idx-per)) * 100
                       / ws-lin-valor (ws-idx-per)
                   on size error
                       move "  >99999" to ws-rel-variacao
                   not on size error
                       move ws-variacao to ws-rel-var-ed
                       move ws-rel-var-ed to ws-rel-variacao
               end-compute
           end-if

           .
       calcula-variacao-exit.
           exit.

       compacta-valor-extrato section.

           if ws-lin-quantidade then
               move ws-lin-valor (ws-idx-per) to ws-rel-qtd-ed
               move ws-rel-qtd-ed to ws-ext-campo
           else
               move ws-lin-valor (ws-idx-per) to ws-ext-valor-ed
               move ws-ext-valor-ed to ws-ext-campo
           end-if

           move zero to ws-ext-brancos
           inspect ws-ext-campo tallying ws-ext-brancos for leading spaces

           compute ws-ext-pos = ws-ext-brancos + 1

           move spaces to ws-ext-valor (ws-idx-per)
           move ws-ext-campo (ws-ext-pos:) to ws-ext-valor (ws-idx-per)

           .
       compacta-valor-extrato-exit.
           exit.

       finaliza section.

           if ws-bol-disponivel then
               close bol-arq
           end-if

           close rel-arq
           close ext-arq

           display "RELATORIO GERENCIAL MENSAL GERADO - MES "
                   ws-per-mes (1) "/" ws-per-ano (1)
           display "TRANSACOES LIDAS..........: " ws-tot-lidos

           stop run

           .
       finaliza-exit.
           exit.
