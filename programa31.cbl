      $set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "Programa31". *> Projeto loteria
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

      *>    Log de movimentos da conta corrente - depositos, saques e
      *>    apostas da janela de monitoramento.
           select mov-arq assign to "MOVCONTA"
                  organization is sequential
                  access mode is sequential
                  file status is ws-mov-status.

      *>    Log de pagamentos do Programa11 - premios pagos na janela, por
      *>    documento de quem recebeu.
           select pag-arq assign to "PAGAMENTOS"
                  organization is sequential
                  access mode is sequential
                  file status is ws-pag-status.

      *>    Premios apurados pelo Programa6 - os ainda nao pagos contam
      *>    para o documento do apostador ganhador.
           select prm-arq assign to "PREMIOS"
                  organization is sequential
                  access mode is sequential
                  file status is ws-prm-status.

      *>    Cadastro mestre de apostadores, mantido pelo Programa5.
           select cad-arq assign to "APOSTADORES"
                  organization is indexed
                  access mode is random
                  record key is cad-apostador-id
                  file status is ws-cad-status.

      *>    Parametros opcionais das regras de monitoramento.
           select par-arq assign to "PLDPARAM"
                  organization is sequential
                  access mode is sequential
                  file status is ws-par-status.

      *>    Casos de prevencao a lavagem de dinheiro, chaveados pelo numero
      *>    do caso - abertos aqui e analisados pelo responsavel de
      *>    compliance no Programa32.
           select cas-arq assign to "CASOSPLD"
                  organization is indexed
                  access mode is dynamic
                  record key is cas-numero
                  file status is ws-cas-status.

      *>    Arquivo de comunicacao dos casos confirmados pelo responsavel.
      *>    Cada execucao acrescenta o seu lote (header, detalhes e
      *>    trailer) ao fim do arquivo, que so e esvaziado quando o
      *>    compliance o recolhe: uma reexecucao antes disso nao apaga os
      *>    casos ja marcados como comunicados.
           select com-arq assign to "COMUNICPLD"
                  organization is sequential
                  access mode is sequential
                  file status is ws-com-status.

      *>    Relatorio de monitoramento para a analise de compliance.
           select rel-arq assign to "RELPLD"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-rel-status.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>    Layout espelhado do log de movimentos gravado pelo Programa14.
       fd  mov-arq
           label records are standard.

       01  mov-registro.
           05  mov-apostador-id                      pic x(15).
           05  mov-data                              pic 9(08).
           05  mov-hora                              pic 9(06).
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

      *>    Layout espelhado do log de pagamentos gravado pelo Programa11.
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

      *>    Layout espelhado dos premios gravados pelo Programa6.
       fd  prm-arq
           label records are standard.

       01  prm-registro.
           05  prm-concurso                          pic 9(05).
           05  prm-data-sorteio                      pic 9(08).
           05  prm-apostador-id                      pic x(15).
           05  prm-faixa                             pic 9(02).
           05  prm-valor                             pic 9(09)v9(02).
           05  prm-protocolo                         pic 9(09).
           05  prm-status                            pic x(01).
               88  prm-apurado                       value "A".
               88  prm-pago                          value "P".
               88  prm-prescrito                     value "X".

      *>    Layout espelhado do cadastro de apostadores do Programa5.
       fd  cad-arq
           label records are standard.

       01  cad-registro.
           05  cad-apostador-id                      pic x(15).
           05  cad-nome                              pic x(30).
           05  cad-documento                         pic x(14).
           05  cad-situacao                          pic x(01).
               88  cad-ativo                         value "A".
               88  cad-bloqueado                     value "B".

      *>    Registro unico com os parametros das regras. Campo zerado ou
      *>    nao numerico fica com o valor padrao do programa.
       fd  par-arq
           label records are standard.

       01  par-registro.
           05  par-janela-dias                       pic 9(03).
           05  par-valor-limite                      pic 9(07)v9(02).
           05  par-perc-fracionamento                pic 9(02).
           05  par-qtd-fracionamento                 pic 9(03).
           05  par-giro-minimo                       pic 9(07)v9(02).
           05  par-perc-aposta-minima                pic 9(03).
           05  par-qtd-premios                       pic 9(03).

      *>    Caso de monitoramento: a regra disparada, o apostador, os
      *>    totais e ate 5 ocorrencias (data, valor e protocolo) que o
      *>    compuseram. Situacao: P-pendente de analise, C-confirmado pelo
      *>    responsavel (aguardando comunicacao), D-descartado,
      *>    K-comunicado.
       fd  cas-arq
           label records are standard.

       01  cas-registro.
           05  cas-numero                            pic 9(07).
           05  cas-data-deteccao                     pic 9(08).
           05  cas-regra                             pic x(02).
               88  cas-regra-valor-limite            value "VL".
               88  cas-regra-fracionamento           value "FR".
               88  cas-regra-saque-sem-aposta        value "SA".
               88  cas-regra-premios-frequentes      value "PF".
           05  cas-apostador-id                      pic x(15).
           05  cas-documento                         pic x(14).
           05  cas-nome                              pic x(30).
           05  cas-qtd-ocorrencias                   pic 9(05).
           05  cas-valor-total                       pic 9(11)v9(02).
           05  cas-valor-referencia                  pic 9(11)v9(02).
           05  cas-ocorrencias.
               10  cas-ocorrencia occurs 5 times.
                   15  cas-oco-data                  pic 9(08).
                   15  cas-oco-valor                 pic 9(09)v9(02).
                   15  cas-oco-protocolo             pic 9(09).
           05  cas-situacao                          pic x(01).
               88  cas-pendente                      value "P".
               88  cas-confirmado                    value "C".
               88  cas-descartado                    value "D".
               88  cas-comunicado                    value "K".
           05  cas-operador                          pic x(15).
           05  cas-data-decisao                      pic 9(08).
           05  cas-parecer                           pic x(40).
           05  cas-data-comunicacao                  pic 9(08).

      *>    Layout da comunicacao (350 posicoes): header 0, um detalhe 1
      *>    por caso confirmado e trailer 9 com os totais de controle.
       fd  com-arq
           label records are standard.

       01  com-registro.
           05  com-tipo                              pic x(01).
               88  com-tipo-header                   value "0".
               88  com-tipo-detalhe                  value "1".
               88  com-tipo-trailer                  value "9".
           05  com-dados                             pic x(349).
           05  com-header redefines com-dados.
               10  com-hdr-data-geracao              pic 9(08).
               10  com-hdr-hora-geracao              pic 9(06).
               10  com-hdr-remetente                 pic x(20).
               10  filler                            pic x(315).
           05  com-detalhe redefines com-dados.
               10  com-det-caso                      pic 9(07).
               10  com-det-data-deteccao             pic 9(08).
               10  com-det-regra                     pic x(02).
               10  com-det-apostador-id              pic x(15).
               10  com-det-documento                 pic x(14).
               10  com-det-nome                      pic x(30).
               10  com-det-qtd-ocorrencias           pic 9(05).
               10  com-det-valor-total               pic 9(11)v9(02).
               10  com-det-valor-referencia          pic 9(11)v9(02).
               10  com-det-ocorrencias.
                   15  com-det-ocorrencia occurs 5 times.
                       20  com-det-oco-data          pic 9(08).
                       20  com-det-oco-valor         pic 9(09)v9(02).
                       20  com-det-oco-protocolo     pic 9(09).
               10  com-det-data-decisao              pic 9(08).
               10  com-det-responsavel               pic x(15).
               10  com-det-parecer                   pic x(40).
               10  filler                            pic x(39).
           05  com-trailer redefines com-dados.
               10  com-trl-qtd-registros             pic 9(07).
               10  com-trl-qtd-casos                 pic 9(07).
               10  com-trl-valor-total               pic 9(13)v9(02).
               10  filler                            pic x(320).

       fd  rel-arq
           label records are standard.

       01  rel-registro                              pic x(80).

      *>----Variaveis de trabalho
       Working-storage Section.
      *>------------------------------

       77  ws-mov-status                            pic x(02) value "00".

       01  ws-mov-chave                             pic x(01) value spaces.
           88  ws-mov-fim                           value "F".

       77  ws-pag-status                            pic x(02) value "00".

       01  ws-pag-chave                             pic x(01) value spaces.
           88  ws-pag-fim                           value "F".

       77  ws-prm-status                            pic x(02) value "00".

       01  ws-prm-chave                             pic x(01) value spaces.
           88  ws-prm-fim                           value "F".

       77  ws-cad-status                            pic x(02) value "00".

       77  ws-par-status                            pic x(02) value "00".

       77  ws-cas-status                            pic x(02) value "00".

       01  ws-cas-chave                             pic x(01) value spaces.
           88  ws-cas-fim                           value "F".

       77  ws-com-status                            pic x(02) value "00".

       01  ws-com-situacao                          pic x(01) value "N".
           88  ws-com-com-erro                      value "S".
           88  ws-com-sem-erro                      value "N".

       77  ws-rel-status                            pic x(02) value "00".

       01  ws-cad-aberto                            pic x(01) value "N".
           88  ws-cad-disponivel                    value "S".

       01  ws-casos-aberto                          pic x(01) value "N".
           88  ws-casos-disponivel                  value "S".

       01  ws-data-hoje                             pic 9(08).

       01  ws-hora-agora                            pic 9(08).

       01  ws-data-inicio                           pic 9(08).

       01  ws-data-ed.
           05  ws-data-ed-dia                       pic 9(02).
           05  filler                               pic x(01) value "/".
           05  ws-data-ed-mes                       pic 9(02).
           05  filler                               pic x(01) value "/".
           05  ws-data-ed-ano                       pic 9(04).

       01  ws-data-aux.
           05  ws-data-aux-ano                      pic 9(04).
           05  ws-data-aux-mes                      pic 9(02).
           05  ws-data-aux-dia                      pic 9(02).

      *>    Parametros das regras, com os valores padrao.
       01  ws-parametros.
           05  ws-janela-dias                       pic 9(03) value 30.
           05  ws-valor-limite                      pic 9(07)v9(02) value 10000,00.
           05  ws-perc-fracionamento                pic 9(02) value 10.
           05  ws-qtd-fracionamento                 pic 9(03) value 3.
           05  ws-giro-minimo                       pic 9(07)v9(02) value 1000,00.
           05  ws-perc-aposta-minima                pic 9(03) value 20.
           05  ws-qtd-premios                       pic 9(03) value 5.

      *>    Piso da faixa de fracionamento: deposito a partir daqui e
      *>    abaixo do limite conta como deposito "logo abaixo" do limite.
       77  ws-piso-fracionamento                    pic 9(07)v9(02) value zero.

       77  ws-idx-1                                 pic 9(03) comp.
       77  ws-idx-oco                               pic 9(03) comp.
       77  ws-idx-apo                               pic 9(03) comp value zero.
       77  ws-idx-doc                               pic 9(03) comp value zero.

       77  ws-apostador-busca                       pic x(15) value spaces.
       77  ws-documento-busca                       pic x(14) value spaces.

      *>    Movimento da janela por apostador: totais para as regras e as
      *>    primeiras ocorrencias de cada regra para o caso.
       01  ws-apostadores.
           05  ws-apo-item occurs 500 times.
               10  ws-apo-apostador-id               pic x(15).
               10  ws-apo-depositos                  pic 9(11)v9(02).
               10  ws-apo-saques                     pic 9(11)v9(02).
               10  ws-apo-apostas                    pic s9(11)v9(02).
               10  ws-apo-vl-qtd                     pic 9(05).
               10  ws-apo-vl-total                   pic 9(11)v9(02).
               10  ws-apo-vl-ocorrencias.
                   15  ws-apo-vl-oco occurs 5 times.
                       20  ws-apo-vl-oco-data        pic 9(08).
                       20  ws-apo-vl-oco-valor       pic 9(09)v9(02).
                       20  ws-apo-vl-oco-protocolo   pic 9(09).
               10  ws-apo-fr-qtd                     pic 9(05).
               10  ws-apo-fr-total                   pic 9(11)v9(02).
               10  ws-apo-fr-ocorrencias.
                   15  ws-apo-fr-oco occurs 5 times.
                       20  ws-apo-fr-oco-data        pic 9(08).
                       20  ws-apo-fr-oco-valor       pic 9(09)v9(02).
                       20  ws-apo-fr-oco-protocolo   pic 9(09).
               10  ws-apo-sq-qtd                     pic 9(05).
               10  ws-apo-sq-ocorrencias.
                   15  ws-apo-sq-oco occurs 5 times.
                       20  ws-apo-sq-oco-data        pic 9(08).
                       20  ws-apo-sq-oco-valor       pic 9(09)v9(02).
                       20  ws-apo-sq-oco-protocolo   pic 9(09).

       77  ws-apo-qtde                              pic 9(03) comp value zero.

       01  ws-apo-lotada                            pic x(01) value "N".
           88  ws-apo-cheia                         value "S".
           88  ws-apo-com-espaco                    value "N".

      *>    Premios da janela por documento (pagos e ainda a pagar).
       01  ws-documentos.
           05  ws-doc-item occurs 500 times.
               10  ws-doc-documento                  pic x(14).
               10  ws-doc-apostador-id               pic x(15).
               10  ws-doc-qtd                        pic 9(05).
               10  ws-doc-total                      pic 9(11)v9(02).
               10  ws-doc-ocorrencias.
                   15  ws-doc-oco occurs 5 times.
                       20  ws-doc-oco-data           pic 9(08).
                       20  ws-doc-oco-valor          pic 9(09)v9(02).
                       20  ws-doc-oco-protocolo      pic 9(09).

       77  ws-doc-qtde                              pic 9(03) comp value zero.

       01  ws-doc-lotada                            pic x(01) value "N".
           88  ws-doc-cheia                         value "S".
           88  ws-doc-com-espaco                    value "N".

      *>    Casos ja abertos dentro da janela: a mesma regra nao abre um
      *>    segundo caso para o mesmo apostador (ou documento, na regra de
      *>    premios) enquanto o primeiro estiver na janela.
       01  ws-recentes.
           05  ws-rec-item occurs 500 times.
               10  ws-rec-regra                      pic x(02).
               10  ws-rec-apostador-id               pic x(15).
               10  ws-rec-documento                  pic x(14).

       77  ws-rec-qtde                              pic 9(03) comp value zero.

       01  ws-rec-lotada                            pic x(01) value "N".
           88  ws-rec-cheia                         value "S".
           88  ws-rec-com-espaco                    value "N".

       01  ws-caso-repetido                         pic x(01) value "N".
           88  ws-caso-ja-aberto                    value "S".
           88  ws-caso-novo                         value "N".

      *>    Casos confirmados pelo responsavel, a comunicar nesta execucao,
      *>    com a indicacao de que o detalhe foi gravado na comunicacao.
       01  ws-confirmados.
           05  ws-cnf-item occurs 500 times.
               10  ws-cnf-numero                    pic 9(07).
               10  ws-cnf-gravacao                  pic x(01).
                   88  ws-cnf-gravado               value "S".
                   88  ws-cnf-nao-gravado           value "N".

       77  ws-cnf-qtde                              pic 9(03) comp value zero.

       77  ws-ultimo-caso                           pic 9(07) value zero.

      *>    Caso em montagem, no layout do CASOSPLD.
       01  ws-novo-caso.
           05  ws-nov-numero                        pic 9(07).
           05  ws-nov-data-deteccao                 pic 9(08).
           05  ws-nov-regra                         pic x(02).
           05  ws-nov-apostador-id                  pic x(15).
           05  ws-nov-documento                     pic x(14).
           05  ws-nov-nome                          pic x(30).
           05  ws-nov-qtd-ocorrencias               pic 9(05).
           05  ws-nov-valor-total                   pic 9(11)v9(02).
           05  ws-nov-valor-referencia              pic 9(11)v9(02).
           05  ws-nov-ocorrencias.
               10  ws-nov-oco occurs 5 times.
                   15  ws-nov-oco-data              pic 9(08).
                   15  ws-nov-oco-valor             pic 9(09)v9(02).
                   15  ws-nov-oco-protocolo         pic 9(09).
           05  ws-nov-situacao                      pic x(01).
           05  ws-nov-operador                      pic x(15).
           05  ws-nov-data-decisao                  pic 9(08).
           05  ws-nov-parecer                       pic x(40).
           05  ws-nov-data-comunicacao              pic 9(08).

       77  ws-regra-descr                           pic x(34) value spaces.

       77  ws-protocolo-aux                         pic 9(09) value zero.

       77  ws-valor-aux                             pic s9(13)v9(02) value zero.
       77  ws-valor-aux2                            pic s9(13)v9(02) value zero.

      *>    Totais da execucao.
       77  ws-tot-movimentos                        pic 9(07) comp value zero.
       77  ws-tot-pagamentos                        pic 9(07) comp value zero.
       77  ws-tot-premios                           pic 9(07) comp value zero.
       77  ws-tot-casos-novos                       pic 9(06) comp value zero.
       77  ws-tot-repetidos                         pic 9(06) comp value zero.
       77  ws-tot-pendentes                         pic 9(06) comp value zero.
       77  ws-tot-comunicados                       pic 9(06) comp value zero.
       77  ws-tot-com-registros                     pic 9(07) value zero.
       77  ws-tot-com-valor                         pic 9(13)v9(02) value zero.

      *>    Campos editados do relatorio.
       77  ws-rel-valor-ed                          pic zzzzzzzzzz9,99.
       77  ws-rel-valor2-ed                         pic zzzzzzzzzz9,99.
       77  ws-rel-qtd-ed                            pic zzzzz9.
       77  ws-rel-caso-ed                           pic 9(07).
       77  ws-rel-protocolo-ed                      pic 9(09).

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

           perform obtem-parametros-pld

      *>    Janela movel: os ultimos N dias, hoje inclusive.
           compute ws-data-inicio =
                   function date-of-integer
                       (function integer-of-date (ws-data-hoje)
                        - ws-janela-dias + 1)

           compute ws-piso-fracionamento rounded =
                   ws-valor-limite * (100 - ws-perc-fracionamento) / 100

           open output rel-arq

           move "MONITORAMENTO DE PREVENCAO A LAVAGEM DE DINHEIRO" to rel-registro
           write rel-registro

           move ws-data-inicio to ws-data-aux
           perform formata-data
           move spaces to rel-registro
           string "JANELA...................: " ws-data-ed " A "
                  delimited by size
                  into rel-registro
           end-string
           move ws-data-hoje to ws-data-aux
           perform formata-data
           move ws-data-ed to rel-registro (41:10)
           write rel-registro

           move ws-valor-limite to ws-rel-valor-ed
           move ws-piso-fracionamento to ws-rel-valor2-ed
           move spaces to rel-registro
           string "LIMITE / PISO FRACIONADO.: " ws-rel-valor-ed " / "
                  ws-rel-valor2-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-giro-minimo to ws-rel-valor-ed
           move spaces to rel-registro
           string "GIRO MINIMO..............: " ws-rel-valor-ed
                  "   APOSTA MINIMA: " ws-perc-aposta-minima "%"
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move spaces to rel-registro
           string "QTD FRACIONADOS / PREMIOS: " ws-qtd-fracionamento
                  " / " ws-qtd-premios
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move spaces to rel-registro
           write rel-registro

           perform abre-casos

           open input cad-arq

           if ws-cad-status = "00" then
               set ws-cad-disponivel to true
           else
               display "AVISO: CADASTRO DE APOSTADORES INDISPONIVEL - STATUS "
                       ws-cad-status
               if return-code < 4 then
                   move 4 to return-code
               end-if
           end-if

           .
       inicializa-exit.
           exit.

       obtem-parametros-pld section.

           open input par-arq

           if ws-par-status = "00" then

               read par-arq
                   not at end

                       if  par-janela-dias is numeric
                       and par-janela-dias > zero then
                           move par-janela-dias to ws-janela-dias
                       end-if

                       if  par-valor-limite is numeric
                       and par-valor-limite > zero then
                           move par-valor-limite to ws-valor-limite
                       end-if

                       if  par-perc-fracionamento is numeric
                       and par-perc-fracionamento > zero then
                           move par-perc-fracionamento to ws-perc-fracionamento
                       end-if

                       if  par-qtd-fracionamento is numeric
                       and par-qtd-fracionamento > zero then
                           move par-qtd-fracionamento to ws-qtd-fracionamento
                       end-if

                       if  par-giro-minimo is numeric
                       and par-giro-minimo > zero then
                           move par-giro-minimo to ws-giro-minimo
                       end-if

                       if  par-perc-aposta-minima is numeric
                       and par-perc-aposta-minima > zero then
                           move par-perc-aposta-minima to ws-perc-aposta-minima
                       end-if

                       if  par-qtd-premios is numeric
                       and par-qtd-premios > zero then
                           move par-qtd-premios to ws-qtd-premios
                       end-if

               end-read

               close par-arq

           end-if

           .
       obtem-parametros-pld-exit.
           exit.

       *>======================================================================
       *>  Abrir o Arquivo de Casos, Criando-o na Primeira Execucao
       *>======================================================================

       abre-casos section.

           open i-o cas-arq

           if ws-cas-status = "35" then            *> Arquivo ainda nao existe
               open output cas-arq
               close cas-arq
               open i-o cas-arq
           end-if

           if ws-cas-status = "00" then
               set ws-casos-disponivel to true
           else
               display "ERRO AO ABRIR O ARQUIVO DE CASOS - STATUS " ws-cas-status
               move 8 to return-code
           end-if

           .
       abre-casos-exit.
           exit.

       *>======================================================================
       *>  Procedimento Principal
       *>======================================================================
      *>    1 - comunica os casos que o responsavel confirmou desde a
      *>    execucao anterior; 2 - acumula a janela (MOVCONTA, PAGAMENTOS,
      *>    PREMIOS); 3 - aplica as regras e abre os casos novos; 4 - lista
      *>    os casos que aguardam analise.

       procedimento section.

           if not ws-casos-disponivel then
               move "  ERRO: ARQUIVO DE CASOS INDISPONIVEL - MONITORAMENTO NAO EXECUTADO"
                    to rel-registro
               write rel-registro
           else

               perform carrega-casos-existentes

               perform comunica-casos-confirmados

               perform acumula-movimentos-conta

               perform acumula-premios-pagos

               perform acumula-premios-apurados

               move "CASOS ABERTOS NESTA EXECUCAO" to rel-registro
               write rel-registro

               perform avalia-regras-conta

               perform avalia-regra-premios

               if ws-tot-casos-novos = zero then
                   move "  NENHUM CASO NOVO" to rel-registro
                   write rel-registro
               end-if

               move spaces to rel-registro
               write rel-registro

               perform lista-casos-pendentes

           end-if

           perform emite-totais-pld

           .
       procedimento-exit.
           exit.

       *>======================================================================
       *>  Carregar os Casos Existentes (Numeracao, Janela e Confirmados)
       *>======================================================================

       carrega-casos-existentes section.

           move zero   to cas-numero
           move spaces to ws-cas-chave

           start cas-arq key is not less than cas-numero
               invalid key
                   set ws-cas-fim to true
           end-start

           perform until ws-cas-fim

               read cas-arq next
                   at end
                       set ws-cas-fim to true
                   not at end

                       move cas-numero to ws-ultimo-caso

                       if cas-data-deteccao not < ws-data-inicio then
                           perform guarda-caso-recente
                       end-if

                       if cas-confirmado then
                           if ws-cnf-qtde < 500 then
                               add 1 to ws-cnf-qtde
                               move cas-numero to ws-cnf-numero (ws-cnf-qtde)
                               set ws-cnf-nao-gravado (ws-cnf-qtde) to true
                           else
                               display "AVISO: MAIS DE 500 CASOS CONFIRMADOS - "
                                       "O RESTANTE SAI NA PROXIMA EXECUCAO"
                               if return-code < 4 then
                                   move 4 to return-code
                               end-if
                           end-if
                       end-if

               end-read

           end-perform

           .
       carrega-casos-existentes-exit.
           exit.

       guarda-caso-recente section.

           if ws-rec-qtde < 500 then
               add 1 to ws-rec-qtde
               move cas-regra        to ws-rec-regra        (ws-rec-qtde)
               move cas-apostador-id to ws-rec-apostador-id (ws-rec-qtde)
               move cas-documento    to ws-rec-documento    (ws-rec-qtde)
           else
               if ws-rec-com-espaco then
                   set ws-rec-cheia to true
                   display "AVISO: LIMITE DE 500 CASOS NA JANELA ATINGIDO - "
                           "PODE HAVER CASO REPETIDO"
                   if return-code < 4 then
                       move 4 to return-code
                   end-if
               end-if
           end-if

           .
       guarda-caso-recente-exit.
           exit.

       *>======================================================================
       *>  Gerar a Comunicacao dos Casos Confirmados
       *>======================================================================
      *>    Havendo caso confirmado, o lote e acrescentado ao arquivo
      *>    existente (ou o cria). So passa a comunicado o caso cujo
      *>    detalhe foi gravado, e so depois que o arquivo fecha sem erro -
      *>    os demais continuam confirmados e vao na proxima.

       comunica-casos-confirmados section.

           move "COMUNICACAO DOS CASOS CONFIRMADOS PELO RESPONSAVEL" to rel-registro
           write rel-registro

           if ws-cnf-qtde = zero then
               move "  NENHUM CASO CONFIRMADO A COMUNICAR" to rel-registro
               write rel-registro
           else

               open extend com-arq

               if ws-com-status = "35" then            *> Arquivo ainda nao existe
                   open output com-arq
               end-if

               if ws-com-status <> "00" then
                   display "ERRO AO ABRIR O ARQUIVO DE COMUNICACAO - STATUS " ws-com-status
                   move "  ERRO: COMUNICPLD INDISPONIVEL - CASOS CONFIRMADOS MANTIDOS"
                        to rel-registro
                   write rel-registro
                   move 8 to return-code
               else

                   move spaces             to com-registro
                   set  com-tipo-header    to true
                   move ws-data-hoje       to com-hdr-data-geracao
                   move ws-hora-agora (1:6) to com-hdr-hora-geracao
                   move "PROJETO LOTERIA"  to com-hdr-remetente
                   perform grava-comunicacao

                   perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > ws-cnf-qtde
                       move ws-cnf-numero (ws-idx-1) to cas-numero
                       read cas-arq
                       if ws-cas-status = "00" then
                           perform grava-detalhe-comunicacao
                       end-if
                   end-perform

                   move spaces              to com-registro
                   set  com-tipo-trailer    to true
                   compute com-trl-qtd-registros = ws-tot-com-registros + 1
                   move ws-tot-comunicados  to com-trl-qtd-casos
                   move ws-tot-com-valor    to com-trl-valor-total
                   perform grava-comunicacao

                   close com-arq

                   if ws-com-status = "00" then
                       perform marca-casos-comunicados
                   else
                       set ws-com-com-erro to true
                       move zero to ws-tot-comunicados
                   end-if

                   if ws-com-com-erro then
                       display "ERRO NA GERACAO DA COMUNICACAO - CASOS NAO GRAVADOS MANTIDOS"
                       move "  ERRO NA GERACAO - CASOS NAO GRAVADOS MANTIDOS CONFIRMADOS"
                            to rel-registro
                       write rel-registro
                       move 8 to return-code
                   end-if

               end-if

           end-if

           move spaces to rel-registro
           write rel-registro

           .
       comunica-casos-confirmados-exit.
           exit.

       grava-detalhe-comunicacao section.

           move spaces                to com-registro
           set  com-tipo-detalhe      to true
           move cas-numero            to com-det-caso
           move cas-data-deteccao     to com-det-data-deteccao
           move cas-regra             to com-det-regra
           move cas-apostador-id      to com-det-apostador-id
           move cas-documento         to com-det-documento
           move cas-nome              to com-det-nome
           move cas-qtd-ocorrencias   to com-det-qtd-ocorrencias
           move cas-valor-total       to com-det-valor-total
           move cas-valor-referencia  to com-det-valor-referencia
           move cas-ocorrencias       to com-det-ocorrencias
           move cas-data-decisao      to com-det-data-decisao
           move cas-operador          to com-det-responsavel
           move cas-parecer           to com-det-parecer

           perform grava-comunicacao

           if ws-com-status = "00" then
               set ws-cnf-gravado (ws-idx-1) to true
               add 1               to ws-tot-comunicados
               add cas-valor-total to ws-tot-com-valor
           end-if

           .
       grava-detalhe-comunicacao-exit.
           exit.

       grava-comunicacao section.

           write com-registro

           if ws-com-status = "00" then
               add 1 to ws-tot-com-registros
           else
               set ws-com-com-erro to true
               display "ERRO AO GRAVAR A COMUNICACAO - STATUS " ws-com-status
               move 8 to return-code
           end-if

           .
       grava-comunicacao-exit.
           exit.

       marca-casos-comunicados section.

           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > ws-cnf-qtde

               if ws-cnf-gravado (ws-idx-1) then

                   move ws-cnf-numero (ws-idx-1) to cas-numero

                   read cas-arq

                   if ws-cas-status = "00" then

                       set  cas-comunicado to true
                       move ws-data-hoje   to cas-data-comunicacao

                       rewrite cas-registro

                       if ws-cas-status <> "00" then
                           display "ERRO AO REGRAVAR O CASO " cas-numero
                                   " - STATUS " ws-cas-status
                           move 8 to return-code
                       end-if

                       move cas-numero      to ws-rel-caso-ed
                       move cas-valor-total to ws-rel-valor-ed
                       move spaces to rel-registro
                       string "  CASO " ws-rel-caso-ed " " cas-regra " "
                              cas-apostador-id " " cas-documento " "
                              ws-rel-valor-ed
                              delimited by size
                              into rel-registro
                       end-string
                       write rel-registro

                   end-if

               end-if

           end-perform

           .
       marca-casos-comunicados-exit.
           exit.

       *>======================================================================
       *>  Acumular os Movimentos da Conta na Janela
       *>======================================================================
      *>    Deposito ou saque a partir do limite entra na regra VL;
      *>    deposito entre o piso e o limite e candidato a fracionamento
      *>    (FR); os saques sao guardados para a regra SA. Estorno devolve
      *>    a aposta e sai do total apostado.

       acumula-movimentos-conta section.

           open input mov-arq

           if ws-mov-status <> "00" then
               display "AVISO: ARQUIVO MOVCONTA NAO ENCONTRADO - REGRAS DE CONTA NAO AVALIADAS"
               if return-code < 4 then
                   move 4 to return-code
               end-if
           else

               perform until ws-mov-fim

                   read mov-arq
                       at end
                           set ws-mov-fim to true
                       not at end
                           if  mov-data not < ws-data-inicio
                           and mov-data not > ws-data-hoje then
                               add 1 to ws-tot-movimentos
                               move mov-apostador-id to ws-apostador-busca
                               perform localiza-apostador
                               if ws-idx-apo > zero then
                                   perform acumula-movimento
                               end-if
                           end-if
                   end-read

               end-perform

               close mov-arq

           end-if

           .
       acumula-movimentos-conta-exit.
           exit.

       acumula-movimento section.

           evaluate true

               when mov-tipo-deposito

                   add mov-valor to ws-apo-depositos (ws-idx-apo)

                   if mov-valor not < ws-valor-limite then
                       perform registra-ocorrencia-limite
                   else
                       if mov-valor not < ws-piso-fracionamento then
                           add 1         to ws-apo-fr-qtd   (ws-idx-apo)
                           add mov-valor to ws-apo-fr-total (ws-idx-apo)
                           move ws-apo-fr-qtd (ws-idx-apo) to ws-idx-oco
                           if ws-idx-oco not > 5 then
                               move mov-data      to ws-apo-fr-oco-data      (ws-idx-apo ws-idx-oco)
                               move mov-valor     to ws-apo-fr-oco-valor     (ws-idx-apo ws-idx-oco)
                               move mov-protocolo to ws-apo-fr-oco-protocolo (ws-idx-apo ws-idx-oco)
                           end-if
                       end-if
                   end-if

               when mov-tipo-saque

                   add mov-valor to ws-apo-saques (ws-idx-apo)

                   if mov-valor not < ws-valor-limite then
                       perform registra-ocorrencia-limite
                   end-if

                   add 1 to ws-apo-sq-qtd (ws-idx-apo)
                   move ws-apo-sq-qtd (ws-idx-apo) to ws-idx-oco
                   if ws-idx-oco not > 5 then
                       move mov-data      to ws-apo-sq-oco-data      (ws-idx-apo ws-idx-oco)
                       move mov-valor     to ws-apo-sq-oco-valor     (ws-idx-apo ws-idx-oco)
                       move mov-protocolo to ws-apo-sq-oco-protocolo (ws-idx-apo ws-idx-oco)
                   end-if

               when mov-tipo-aposta
                   add mov-valor to ws-apo-apostas (ws-idx-apo)

               when mov-tipo-estorno
                   subtract mov-valor from ws-apo-apostas (ws-idx-apo)

           end-evaluate

           .
       acumula-movimento-exit.
           exit.

       registra-ocorrencia-limite section.

           add 1         to ws-apo-vl-qtd   (ws-idx-apo)
           add mov-valor to ws-apo-vl-total (ws-idx-apo)

           move ws-apo-vl-qtd (ws-idx-apo) to ws-idx-oco

           if ws-idx-oco not > 5 then
               move mov-data      to ws-apo-vl-oco-data      (ws-idx-apo ws-idx-oco)
               move mov-valor     to ws-apo-vl-oco-valor     (ws-idx-apo ws-idx-oco)
               move mov-protocolo to ws-apo-vl-oco-protocolo (ws-idx-apo ws-idx-oco)
           end-if

           .
       registra-ocorrencia-limite-exit.
           exit.

       *>======================================================================
       *>  Acumular os Premios da Janela por Documento
       *>======================================================================
      *>    Premio pago conta para o documento de quem recebeu
      *>    (PAGAMENTOS); premio apurado e ainda nao pago conta para o
      *>    documento do apostador ganhador (PREMIOS + APOSTADORES). O
      *>    premio ja pago nao e contado de novo pelo PREMIOS.

       acumula-premios-pagos section.

           open input pag-arq

           if ws-pag-status = "00" then

               perform until ws-pag-fim

                   read pag-arq
                       at end
                           set ws-pag-fim to true
                       not at end
                           if  pag-acao-pagamento
                           and pag-documento not = spaces
                           and pag-data not < ws-data-inicio
                           and pag-data not > ws-data-hoje then
                               add 1 to ws-tot-pagamentos
                               move pag-documento to ws-documento-busca
                               perform localiza-documento
                               if ws-idx-doc > zero then
                                   if ws-doc-apostador-id (ws-idx-doc) = spaces then
                                       move pag-apostador-id to ws-doc-apostador-id (ws-idx-doc)
                                   end-if
                                   move pag-data      to ws-data-aux
                                   move pag-valor     to ws-valor-aux
                                   move pag-protocolo to ws-protocolo-aux
                                   perform registra-premio-documento
                               end-if
                           end-if
                   end-read

               end-perform

               close pag-arq

           end-if

           .
       acumula-premios-pagos-exit.
           exit.

       acumula-premios-apurados section.

           open input prm-arq

           if ws-prm-status = "00" then

               if ws-cad-disponivel then

                   perform until ws-prm-fim

                       read prm-arq
                           at end
                               set ws-prm-fim to true
                           not at end
                               if  prm-apurado
                               and prm-data-sorteio not < ws-data-inicio
                               and prm-data-sorteio not > ws-data-hoje then
                                   move prm-apostador-id to cad-apostador-id
                                   read cad-arq
                                   if  ws-cad-status = "00"
                                   and cad-documento not = spaces then
                                       add 1 to ws-tot-premios
                                       move cad-documento to ws-documento-busca
                                       perform localiza-documento
                                       if ws-idx-doc > zero then
                                           if ws-doc-apostador-id (ws-idx-doc) = spaces then
                                               move prm-apostador-id to ws-doc-apostador-id (ws-idx-doc)
                                           end-if
                                           move prm-data-sorteio to ws-data-aux
                                           move prm-valor        to ws-valor-aux
                                           move prm-protocolo    to ws-protocolo-aux
                                           perform registra-premio-documento
                                       end-if
                                   end-if
                               end-if
                       end-read

                   end-perform

               end-if

               close prm-arq

           end-if

           .
       acumula-premios-apurados-exit.
           exit.

       registra-premio-documento section.

           add 1            to ws-doc-qtd   (ws-idx-doc)
           add ws-valor-aux to ws-doc-total (ws-idx-doc)

           move ws-doc-qtd (ws-idx-doc) to ws-idx-oco

           if ws-idx-oco not > 5 then
               move ws-data-aux         to ws-doc-oco-data      (ws-idx-doc ws-idx-oco)
               move ws-valor-aux        to ws-doc-oco-valor     (ws-idx-doc ws-idx-oco)
               move ws-protocolo-aux    to ws-doc-oco-protocolo (ws-idx-doc ws-idx-oco)
           end-if

           .
       registra-premio-documento-exit.
           exit.

       *>======================================================================
       *>  Localizar (ou Incluir) Apostador e Documento nas Tabelas
       *>======================================================================

       localiza-apostador section.

           move zero to ws-idx-apo

           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > ws-apo-qtde
               if ws-apo-apostador-id (ws-idx-1) = ws-apostador-busca then
                   move ws-idx-1 to ws-idx-apo
               end-if
           end-perform

           if ws-idx-apo = zero then

               if ws-apo-qtde < 500 then
                   add 1 to ws-apo-qtde
                   move ws-apo-qtde to ws-idx-apo
                   initialize ws-apo-item (ws-idx-apo)
                   move ws-apostador-busca to ws-apo-apostador-id (ws-idx-apo)
               else
                   if ws-apo-com-espaco then
                       set ws-apo-cheia to true
                       display "AVISO: LIMITE DE 500 APOSTADORES NA JANELA ATINGIDO - "
                               "MONITORAMENTO INCOMPLETO"
                       if return-code < 4 then
                           move 4 to return-code
                       end-if
                   end-if
               end-if

           end-if

           .
       localiza-apostador-exit.
           exit.

       localiza-documento section.

           move zero to ws-idx-doc

           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > ws-doc-qtde
               if ws-doc-documento (ws-idx-1) = ws-documento-busca then
                   move ws-idx-1 to ws-idx-doc
               end-if
           end-perform

           if ws-idx-doc = zero then

               if ws-doc-qtde < 500 then
                   add 1 to ws-doc-qtde
                   move ws-doc-qtde to ws-idx-doc
                   initialize ws-doc-item (ws-idx-doc)
                   move ws-documento-busca to ws-doc-documento (ws-idx-doc)
               else
                   if ws-doc-com-espaco then
                       set ws-doc-cheia to true
                       display "AVISO: LIMITE DE 500 DOCUMENTOS NA JANELA ATINGIDO - "
                               "MONITORAMENTO INCOMPLETO"
                       if return-code < 4 then
                           move 4 to return-code
                       end-if
                   end-if
               end-if

           end-if

           .
       localiza-documento-exit.
           exit.

       *>======================================================================
       *>  Aplicar as Regras de Conta (VL, FR e SA)
       *>======================================================================
      *>    SA: deposito e saque na janela, os dois a partir do giro
      *>    minimo, com o apostado (liquido de estornos) abaixo do
      *>    percentual minimo dos depositos - dinheiro que entrou e saiu
      *>    quase sem passar pelas apostas.

       avalia-regras-conta section.

           perform varying ws-idx-apo from 1 by 1 until ws-idx-apo > ws-apo-qtde

               if ws-apo-vl-qtd (ws-idx-apo) > zero then
                   initialize ws-novo-caso
                   move "VL"                                to ws-nov-regra
                   move ws-apo-apostador-id   (ws-idx-apo)  to ws-nov-apostador-id
                   move ws-apo-vl-qtd         (ws-idx-apo)  to ws-nov-qtd-ocorrencias
                   move ws-apo-vl-total       (ws-idx-apo)  to ws-nov-valor-total
                   move ws-valor-limite                     to ws-nov-valor-referencia
                   move ws-apo-vl-ocorrencias (ws-idx-apo)  to ws-nov-ocorrencias
                   perform abre-caso
               end-if

               if ws-apo-fr-qtd (ws-idx-apo) not < ws-qtd-fracionamento then
                   initialize ws-novo-caso
                   move "FR"                                to ws-nov-regra
                   move ws-apo-apostador-id   (ws-idx-apo)  to ws-nov-apostador-id
                   move ws-apo-fr-qtd         (ws-idx-apo)  to ws-nov-qtd-ocorrencias
                   move ws-apo-fr-total       (ws-idx-apo)  to ws-nov-valor-total
                   move ws-valor-limite                     to ws-nov-valor-referencia
                   move ws-apo-fr-ocorrencias (ws-idx-apo)  to ws-nov-ocorrencias
                   perform abre-caso
               end-if

               if ws-apo-apostas (ws-idx-apo) > zero then
                   move ws-apo-apostas (ws-idx-apo) to ws-valor-aux
               else
                   move zero to ws-valor-aux
               end-if

               compute ws-valor-aux2 = ws-apo-depositos (ws-idx-apo)
                                     * ws-perc-aposta-minima / 100

               if  ws-apo-depositos (ws-idx-apo) not < ws-giro-minimo
               and ws-apo-saques    (ws-idx-apo) not < ws-giro-minimo
               and ws-valor-aux < ws-valor-aux2 then
                   initialize ws-novo-caso
                   move "SA"                                to ws-nov-regra
                   move ws-apo-apostador-id   (ws-idx-apo)  to ws-nov-apostador-id
                   move ws-apo-sq-qtd         (ws-idx-apo)  to ws-nov-qtd-ocorrencias
                   move ws-apo-saques         (ws-idx-apo)  to ws-nov-valor-total
                   move ws-valor-aux                        to ws-nov-valor-referencia
                   move ws-apo-sq-ocorrencias (ws-idx-apo)  to ws-nov-ocorrencias
                   perform abre-caso
               end-if

           end-perform

           .
       avalia-regras-conta-exit.
           exit.

       *>======================================================================
       *>  Aplicar a Regra de Premios Frequentes (PF) por Documento
       *>======================================================================

       avalia-regra-premios section.

           perform varying ws-idx-doc from 1 by 1 until ws-idx-doc > ws-doc-qtde

               if ws-doc-qtd (ws-idx-doc) not < ws-qtd-premios then
                   initialize ws-novo-caso
                   move "PF"                                to ws-nov-regra
                   move ws-doc-apostador-id   (ws-idx-doc)  to ws-nov-apostador-id
                   move ws-doc-documento      (ws-idx-doc)  to ws-nov-documento
                   move ws-doc-qtd            (ws-idx-doc)  to ws-nov-qtd-ocorrencias
                   move ws-doc-total          (ws-idx-doc)  to ws-nov-valor-total
                   move zero                                to ws-nov-valor-referencia
                   move ws-doc-ocorrencias    (ws-idx-doc)  to ws-nov-ocorrencias
                   perform abre-caso
               end-if

           end-perform

           .
       avalia-regra-premios-exit.
           exit.

       *>======================================================================
       *>  Abrir um Caso (Se Nao Houver Outro da Mesma Regra na Janela)
       *>======================================================================

       abre-caso section.

           set ws-caso-novo to true

           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > ws-rec-qtde
               if ws-rec-regra (ws-idx-1) = ws-nov-regra then
                   if ws-nov-regra = "PF" then
                       if ws-rec-documento (ws-idx-1) = ws-nov-documento then
                           set ws-caso-ja-aberto to true
                       end-if
                   else
                       if ws-rec-apostador-id (ws-idx-1) = ws-nov-apostador-id then
                           set ws-caso-ja-aberto to true
                       end-if
                   end-if
               end-if
           end-perform

           if ws-caso-ja-aberto then
               add 1 to ws-tot-repetidos
           else

               if ws-cad-disponivel then
                   move ws-nov-apostador-id to cad-apostador-id
                   read cad-arq
                   if ws-cad-status = "00" then
                       move cad-nome to ws-nov-nome
                       if ws-nov-documento = spaces then
                           move cad-documento to ws-nov-documento
                       end-if
                   else
                       move "APOSTADOR NAO CADASTRADO" to ws-nov-nome
                   end-if
               end-if

               add 1 to ws-ultimo-caso

               move ws-ultimo-caso to ws-nov-numero
               move ws-data-hoje   to ws-nov-data-deteccao
               move "P"            to ws-nov-situacao
               move spaces         to ws-nov-operador
               move zero           to ws-nov-data-decisao
               move spaces         to ws-nov-parecer
               move zero           to ws-nov-data-comunicacao

               write cas-registro from ws-novo-caso

               if ws-cas-status <> "00" then
                   display "ERRO AO GRAVAR O CASO " ws-nov-numero
                           " - STATUS " ws-cas-status
                   move 8 to return-code
               else
                   add 1 to ws-tot-casos-novos
                   move ws-novo-caso to cas-registro
                   perform guarda-caso-recente
                   perform emite-caso-relatorio
               end-if

           end-if

           .
       abre-caso-exit.
           exit.

       emite-caso-relatorio section.

           perform descreve-regra

           move cas-numero to ws-rel-caso-ed
           move spaces to rel-registro
           string "CASO " ws-rel-caso-ed "  " cas-regra " " ws-regra-descr
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move spaces to rel-registro
           string "  APOSTADOR: " cas-apostador-id " " cas-nome
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move cas-qtd-ocorrencias  to ws-rel-qtd-ed
           move cas-valor-total      to ws-rel-valor-ed
           move cas-valor-referencia to ws-rel-valor2-ed
           move spaces to rel-registro
           string "  DOCUMENTO: " cas-documento " OCORR: " ws-rel-qtd-ed
                  " TOTAL: " ws-rel-valor-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           if cas-valor-referencia > zero then
               move spaces to rel-registro
               string "  REFERENCIA (LIMITE OU APOSTADO NA JANELA): "
                      ws-rel-valor2-ed
                      delimited by size
                      into rel-registro
               end-string
               write rel-registro
           end-if

           perform varying ws-idx-oco from 1 by 1 until ws-idx-oco > 5
               if cas-oco-data (ws-idx-oco) > zero then
                   move cas-oco-data (ws-idx-oco) to ws-data-aux
                   perform formata-data
                   move cas-oco-valor     (ws-idx-oco) to ws-rel-valor-ed
                   move cas-oco-protocolo (ws-idx-oco) to ws-rel-protocolo-ed
                   move spaces to rel-registro
                   string "    " ws-data-ed "  " ws-rel-valor-ed
                          "  PROTOCOLO " ws-rel-protocolo-ed
                          delimited by size
                          into rel-registro
                   end-string
                   write rel-registro
               end-if
           end-perform

           .
       emite-caso-relatorio-exit.
           exit.

       descreve-regra section.

           evaluate true
               when cas-regra-valor-limite
                   move "MOVIMENTACAO A PARTIR DO LIMITE" to ws-regra-descr
               when cas-regra-fracionamento
                   move "DEPOSITOS FRACIONADOS SOB O LIMITE" to ws-regra-descr
               when cas-regra-saque-sem-aposta
                   move "SAQUE COM POUCA APOSTA NA JANELA" to ws-regra-descr
               when cas-regra-premios-frequentes
                   move "PREMIOS FREQUENTES NO DOCUMENTO" to ws-regra-descr
               when other
                   move spaces to ws-regra-descr
           end-evaluate

           .
       descreve-regra-exit.
           exit.

       *>======================================================================
       *>  Listar os Casos que Aguardam a Analise do Responsavel
       *>======================================================================

       lista-casos-pendentes section.

           move "CASOS PENDENTES DE ANALISE (PROGRAMA32)" to rel-registro
           write rel-registro

           move "CASO    DETECCAO   RG APOSTADOR       DOCUMENTO               VALOR TOTAL"
                to rel-registro
           write rel-registro

           move zero   to cas-numero
           move spaces to ws-cas-chave

           start cas-arq key is not less than cas-numero
               invalid key
                   set ws-cas-fim to true
           end-start

           perform until ws-cas-fim

               read cas-arq next
                   at end
                       set ws-cas-fim to true
                   not at end
                       if cas-pendente then
                           add 1 to ws-tot-pendentes
                           move cas-numero        to ws-rel-caso-ed
                           move cas-data-deteccao to ws-data-aux
                           perform formata-data
                           move cas-valor-total   to ws-rel-valor-ed
                           move spaces to rel-registro
                           string ws-rel-caso-ed " " ws-data-ed " " cas-regra " "
                                  cas-apostador-id " " cas-documento " "
                                  ws-rel-valor-ed
                                  delimited by size
                                  into rel-registro
                           end-string
                           write rel-registro
                       end-if
               end-read

           end-perform

           if ws-tot-pendentes = zero then
               move "  NENHUM CASO PENDENTE" to rel-registro
               write rel-registro
           end-if

           move spaces to rel-registro
           write rel-registro

           .
       lista-casos-pendentes-exit.
           exit.

       formata-data section.

           move ws-data-aux-dia to ws-data-ed-dia
           move ws-data-aux-mes to ws-data-ed-mes
           move ws-data-aux-ano to ws-data-ed-ano

           .
       formata-data-exit.
           exit.

       *>======================================================================
       *>  Totais do Monitoramento
       *>======================================================================

       emite-totais-pld section.

           move "TOTAIS DO MONITORAMENTO" to rel-registro
           write rel-registro

           if ws-apo-cheia
           or ws-doc-cheia then
               move "  ATENCAO: MONITORAMENTO INCOMPLETO - LIMITE DAS TABELAS ATINGIDO"
                    to rel-registro
               write rel-registro
           end-if

           move ws-tot-movimentos to ws-rel-qtd-ed
           move spaces to rel-registro
           string "  MOVIMENTOS NA JANELA...: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-pagamentos to ws-rel-qtd-ed
           move spaces to rel-registro
           string "  PREMIOS PAGOS..........: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-premios to ws-rel-qtd-ed
           move spaces to rel-registro
           string "  PREMIOS A PAGAR........: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-casos-novos to ws-rel-qtd-ed
           move spaces to rel-registro
           string "  CASOS ABERTOS..........: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-repetidos to ws-rel-qtd-ed
           move spaces to rel-registro
           string "  JA EM CASO NA JANELA...: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-pendentes to ws-rel-qtd-ed
           move spaces to rel-registro
           string "  CASOS PENDENTES........: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-comunicados to ws-rel-qtd-ed
           move spaces to rel-registro
           string "  CASOS COMUNICADOS......: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

      *>    Caso novo e aviso para a cadeia (RC 4): a analise e do
      *>    responsavel de compliance.
           if ws-tot-casos-novos > zero then
               if return-code < 4 then
                   move 4 to return-code
               end-if
           end-if

           display "MONITORAMENTO PLD CONCLUIDO"
           display "CASOS ABERTOS............: " ws-tot-casos-novos
           display "CASOS PENDENTES..........: " ws-tot-pendentes
           display "CASOS COMUNICADOS........: " ws-tot-comunicados

           .
       emite-totais-pld-exit.
           exit.

       finaliza section.

           if ws-cad-disponivel then
               close cad-arq
           end-if

           if ws-casos-disponivel then
               close cas-arq
           end-if

           close rel-arq

      *>    GOBACK: encerra a execucao quando rodado sozinho e devolve o
      *>    controle (com o return-code) quando chamado pelo orquestrador
      *>    da cadeia noturna (Programa17).
           goback

           .
       finaliza-exit.
           exit.
