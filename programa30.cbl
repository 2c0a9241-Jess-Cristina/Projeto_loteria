      $set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "Programa30". *> Projeto loteria
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

      *>    Log de movimentos da conta corrente (Programas 1, 11, 13 e 14)
      *>    - o historico completo de onde o saldo de cada conta e
      *>    reconstruido. No modo de correcao recebe os lancamentos de
      *>    ajuste no fim.
           select mov-arq assign to "MOVCONTA"
                  organization is sequential
                  access mode is sequential
                  file status is ws-mov-status.

      *>    Conta corrente pre-paga mantida pelo Programa14 - lida por
      *>    inteiro, na ordem da chave, para conferir cada saldo.
           select cta-arq assign to "CONTACORRENTE"
                  organization is indexed
                  access mode is sequential
                  record key is cta-apostador-id
                  file status is ws-cta-status.

      *>    Cadastro mestre de apostadores, mantido pelo Programa5 - toda
      *>    conta deve pertencer a um apostador cadastrado.
           select cad-arq assign to "APOSTADORES"
                  organization is indexed
                  access mode is random
                  record key is cad-apostador-id
                  file status is ws-cad-status.

      *>    Parametro opcional da conferencia: "S" grava os lancamentos de
      *>    ajuste das divergencias de saldo; sem o arquivo (ou com "N")
      *>    a execucao so emite o relatorio de excecoes.
           select par-arq assign to "SALDOPARAM"
                  organization is sequential
                  access mode is sequential
                  file status is ws-par-status.

      *>    Relatorio de excecoes da conferencia de saldos.
           select rel-arq assign to "RELSALDOS"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-rel-status.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>    Layout espelhado do log de movimentos gravado pelo Programa14.
      *>    Creditos: deposito, premio, estorno e ajuste a credito;
      *>    debitos: saque, aposta, IR retido e ajuste a debito. O ajuste
      *>    e gravado apenas por esta conferencia, no modo de correcao.
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
               88  mov-tipo-ajuste-credito           value "C".
               88  mov-tipo-ajuste-debito            value "B".
               88  mov-tipo-credito                  value "D" "P" "E" "C".
               88  mov-tipo-debito                   value "S" "A" "I" "B".
           05  mov-valor                             pic 9(09)v9(02).
           05  mov-protocolo                         pic 9(09).
           05  mov-saldo-apos                        pic 9(09)v9(02).

      *>    Layout espelhado da conta corrente mantida pelo Programa14.
       fd  cta-arq
           label records are standard.

       01  cta-registro.
           05  cta-apostador-id                      pic x(15).
           05  cta-saldo                             pic 9(09)v9(02).

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

      *>    Registro unico com o modo da execucao (S-corrige, N-confere).
       fd  par-arq
           label records are standard.

       01  par-registro.
           05  par-corrige                           pic x(01).

       fd  rel-arq
           label records are standard.

       01  rel-registro                              pic x(80).

      *>----Variaveis de trabalho
       Working-storage Section.
      *>------------------------------

       77  ws-mov-status                            pic x(02) value "00".

       01  ws-mov-chave                             pic x(01) value spaces.
           88  ws-mov-fim                           value "F".

       77  ws-cta-status                            pic x(02) value "00".

       01  ws-cta-chave                             pic x(01) value spaces.
           88  ws-cta-fim                           value "F".

       77  ws-cad-status                            pic x(02) value "00".

       77  ws-par-status                            pic x(02) value "00".

       77  ws-rel-status                            pic x(02) value "00".

       01  ws-cad-aberto                            pic x(01) value "N".
           88  ws-cad-disponivel                    value "S".
           88  ws-cad-indisponivel                  value "N".

       01  ws-modo                                  pic x(01) value "N".
           88  ws-modo-correcao                     value "S" "s".
           88  ws-modo-conferencia                  value "N" "n" " ".

       77  ws-idx-1                                 pic 9(03) comp.

       77  ws-idx-cta                               pic 9(03) comp value zero.

       01  ws-data-hoje                             pic 9(08).

       01  ws-hora-agora                            pic 9(08).

       77  ws-apostador-busca                       pic x(15) value spaces.

      *>    Uma entrada por conta vista no MOVCONTA ou no CONTACORRENTE:
      *>    o saldo reconstruido somando os movimentos desde o primeiro,
      *>    o saldo-apos do ultimo movimento (elo da sequencia) e o saldo
      *>    gravado na conta, quando ela existe.
       01  ws-contas.
           05  ws-cta-item occurs 500 times.
               10  ws-cta-apostador-id               pic x(15).
               10  ws-cta-qtd-movimentos             pic 9(07).
               10  ws-cta-saldo-reconstruido         pic s9(11)v9(02).
               10  ws-cta-ultimo-saldo-apos          pic 9(09)v9(02).
               10  ws-cta-quebras                    pic 9(05).
               10  ws-cta-saldo-conta                pic 9(09)v9(02).
               10  ws-cta-com-conta                  pic x(01).
                   88  ws-cta-conta-existe           value "S".
                   88  ws-cta-conta-ausente          value "N".

       77  ws-cta-qtde                              pic 9(03) comp value zero.

       01  ws-cta-lotada                            pic x(01) value "N".
           88  ws-cta-cheia                         value "S".
           88  ws-cta-com-espaco                    value "N".

       77  ws-saldo-esperado                        pic s9(11)v9(02) value zero.
       77  ws-diferenca                             pic s9(11)v9(02) value zero.

      *>    Totais das excecoes, para o resumo e o codigo de retorno.
       77  ws-tot-movimentos                        pic 9(07) comp value zero.
       77  ws-tot-contas                            pic 9(06) comp value zero.
       77  ws-tot-quebras                           pic 9(06) comp value zero.
       77  ws-tot-divergencias                      pic 9(06) comp value zero.
       77  ws-tot-sem-conta                         pic 9(06) comp value zero.
       77  ws-tot-sem-cadastro                      pic 9(06) comp value zero.
       77  ws-tot-ajustes                           pic 9(06) comp value zero.

      *>    Campos editados do relatorio.
       77  ws-rel-valor-ed                          pic zzzzzzzz9,99.
       77  ws-rel-valor2-ed                         pic -zzzzzzzz9,99.
       77  ws-rel-valor3-ed                         pic -zzzzzzzz9,99.
       77  ws-rel-qtd-ed                            pic zzzzz9.

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

           perform obtem-modo-execucao

           open output rel-arq

           move "CONFERENCIA DE SALDOS - CONTACORRENTE X MOVCONTA" to rel-registro
           write rel-registro

           move spaces to rel-registro
           string "DATA DA CONFERENCIA......: " ws-data-hoje (7:2) "/"
                  ws-data-hoje (5:2) "/" ws-data-hoje (1:4)
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           if ws-modo-correcao then
               move "MODO.....................: CORRECAO (GRAVA AJUSTES NO MOVCONTA)"
                    to rel-registro
           else
               move "MODO.....................: CONFERENCIA (SOMENTE RELATORIO)"
                    to rel-registro
           end-if
           write rel-registro

           move spaces to rel-registro
           write rel-registro

           .
       inicializa-exit.
           exit.

       *>======================================================================
       *>  Procedimento Principal
       *>======================================================================
      *>    1 - reconstroi os saldos pelo MOVCONTA e confere a sequencia
      *>    dos saldos-apos; 2 - confere cada conta do CONTACORRENTE com o
      *>    saldo reconstruido; 3 - aponta movimentos sem conta e contas
      *>    sem cadastro; 4 - no modo de correcao, grava os ajustes.

       procedimento section.

           perform reconstroi-saldos

           open input cad-arq

           if ws-cad-status = "00" then
               set ws-cad-disponivel to true
           else
               display "AVISO: CADASTRO DE APOSTADORES INDISPONIVEL - STATUS "
                       ws-cad-status " - CONTAS SEM CADASTRO NAO CONFERIDAS"
               move 4 to return-code
           end-if

           perform confere-contas-correntes

           perform confere-contas-sem-conta

           if ws-cad-disponivel then
               close cad-arq
           end-if

           if ws-modo-correcao then
               perform grava-ajustes-saldo
           end-if

           perform emite-totais-conferencia

           .
       procedimento-exit.
           exit.

       obtem-modo-execucao section.

           open input par-arq

           if ws-par-status = "00" then

               read par-arq
                   not at end
                       if par-corrige = "S" or "s" or "N" or "n" then
                           move par-corrige to ws-modo
                       end-if
               end-read

               close par-arq

           end-if

           .
       obtem-modo-execucao-exit.
           exit.

       *>======================================================================
       *>  Reconstruir os Saldos e Conferir a Sequencia dos Saldos-Apos
       *>======================================================================
      *>    O MOVCONTA e gravado na ordem dos fatos: o saldo-apos de cada
      *>    linha tem de ser o da linha anterior da mesma conta (zero na
      *>    primeira) mais o credito ou menos o debito. Linha que nao
      *>    fecha e uma quebra - o saldo foi gravado sem o movimento, ou
      *>    o movimento sem o saldo.

       reconstroi-saldos section.

           move "QUEBRAS NA SEQUENCIA DE SALDOS DO MOVCONTA" to rel-registro
           write rel-registro

           move "APOSTADOR       DATA     HORA   T         VALOR   SALDO-APOS     ESPERADO"
                to rel-registro
           write rel-registro

           open input mov-arq

           if ws-mov-status <> "00" then
               display "AVISO: ARQUIVO MOVCONTA NAO ENCONTRADO - SALDOS RECONSTRUIDOS ZERADOS"
               move "  MOVCONTA NAO ENCONTRADO" to rel-registro
               write rel-registro
               move 4 to return-code
           else

               perform until ws-mov-fim

                   read mov-arq
                       at end
                           set ws-mov-fim to true
                       not at end
                           add 1 to ws-tot-movimentos
                           move mov-apostador-id to ws-apostador-busca
                           perform localiza-conta
                           if ws-idx-cta > zero then
                               perform aplica-movimento
                           end-if
                   end-read

               end-perform

               close mov-arq

           end-if

           if ws-tot-quebras = zero then
               move "  NENHUMA QUEBRA ENCONTRADA" to rel-registro
               write rel-registro
           end-if

           move spaces to rel-registro
           write rel-registro

           .
       reconstroi-saldos-exit.
           exit.

       aplica-movimento section.

           if ws-cta-qtd-movimentos (ws-idx-cta) = zero then
               move zero to ws-saldo-esperado
           else
               move ws-cta-ultimo-saldo-apos (ws-idx-cta) to ws-saldo-esperado
           end-if

           if mov-tipo-debito then
               subtract mov-valor from ws-saldo-esperado
               subtract mov-valor from ws-cta-saldo-reconstruido (ws-idx-cta)
           else
               add mov-valor to ws-saldo-esperado
               add mov-valor to ws-cta-saldo-reconstruido (ws-idx-cta)
           end-if

           if not mov-tipo-credito
           and not mov-tipo-debito then
               display "AVISO: TIPO DE MOVIMENTO DESCONHECIDO " mov-tipo
                       " - CONTA " mov-apostador-id " TRATADO COMO CREDITO"
               move 4 to return-code
           end-if

           if mov-saldo-apos <> ws-saldo-esperado then

               add 1 to ws-tot-quebras
               add 1 to ws-cta-quebras (ws-idx-cta)

               move mov-valor         to ws-rel-valor-ed
               move mov-saldo-apos    to ws-rel-valor2-ed
               move ws-saldo-esperado to ws-rel-valor3-ed

               move spaces to rel-registro
               string mov-apostador-id " " mov-data " " mov-hora " "
                      mov-tipo " " ws-rel-valor-ed " " ws-rel-valor2-ed
                      " " ws-rel-valor3-ed
                      delimited by size
                      into rel-registro
               end-string
               write rel-registro

           end-if

           add 1 to ws-cta-qtd-movimentos (ws-idx-cta)
           move mov-saldo-apos to ws-cta-ultimo-saldo-apos (ws-idx-cta)

           .
       aplica-movimento-exit.
           exit.

       *>======================================================================
       *>  Localizar (ou Incluir) uma Conta na Tabela
       *>======================================================================

       localiza-conta section.

           move zero to ws-idx-cta

           perform varying ws-idx-1 from 1 by 1 until ws-idx-1 > ws-cta-qtde
               if ws-cta-apostador-id (ws-idx-1) = ws-apostador-busca then
                   move ws-idx-1 to ws-idx-cta
               end-if
           end-perform

           if ws-idx-cta = zero then

               if ws-cta-qtde < 500 then

                   add 1 to ws-cta-qtde
                   move ws-cta-qtde to ws-idx-cta

                   move ws-apostador-busca to ws-cta-apostador-id       (ws-idx-cta)
                   move zero               to ws-cta-qtd-movimentos     (ws-idx-cta)
                   move zero               to ws-cta-saldo-reconstruido (ws-idx-cta)
                   move zero               to ws-cta-ultimo-saldo-apos  (ws-idx-cta)
                   move zero               to ws-cta-quebras            (ws-idx-cta)
                   move zero               to ws-cta-saldo-conta        (ws-idx-cta)
                   set  ws-cta-conta-ausente (ws-idx-cta) to true

               else

                   if ws-cta-com-espaco then
                       set ws-cta-cheia to true
                       display "AVISO: LIMITE DE 500 CONTAS ATINGIDO - "
                               "CONFERENCIA INCOMPLETA"
                       move 4 to return-code
                   end-if

               end-if

           end-if

           .
       localiza-conta-exit.
           exit.

       *>======================================================================
       *>  Conferir Cada Conta Corrente com o Saldo Reconstruido
       *>======================================================================
      *>    Conta sem nenhum movimento entra com saldo reconstruido zero -
      *>    se tiver saldo, diverge como qualquer outra.

       confere-contas-correntes section.

           move "DIVERGENCIAS ENTRE O SALDO DA CONTA E O MOVCONTA" to rel-registro
           write rel-registro

           move "APOSTADOR        SALDO DA CONTA  SALDO RECONSTR.      DIFERENCA  MOVTOS"
                to rel-registro
           write rel-registro

           open input cta-arq

           if ws-cta-status <> "00" then
               display "AVISO: CONTA CORRENTE INDISPONIVEL - STATUS " ws-cta-status
               move "  CONTACORRENTE NAO ENCONTRADO" to rel-registro
               write rel-registro
               move 4 to return-code
           else

               perform until ws-cta-fim

                   read cta-arq next
                       at end
                           set ws-cta-fim to true
                       not at end
                           add 1 to ws-tot-contas
                           move cta-apostador-id to ws-apostador-busca
                           perform localiza-conta
                           if ws-idx-cta > zero then
                               perform confere-saldo-conta
                           end-if
                   end-read

               end-perform

               close cta-arq

           end-if

           if ws-tot-divergencias = zero then
               move "  NENHUMA DIVERGENCIA ENCONTRADA" to rel-registro
               write rel-registro
           end-if

           move spaces to rel-registro
           write rel-registro

           .
       confere-contas-correntes-exit.
           exit.

       confere-saldo-conta section.

           set  ws-cta-conta-existe (ws-idx-cta) to true
           move cta-saldo to ws-cta-saldo-conta (ws-idx-cta)

           compute ws-diferenca = cta-saldo
                                - ws-cta-saldo-reconstruido (ws-idx-cta)

           if ws-diferenca <> zero then

               add 1 to ws-tot-divergencias

               move cta-saldo                               to ws-rel-valor-ed
               move ws-cta-saldo-reconstruido (ws-idx-cta)  to ws-rel-valor2-ed
               move ws-diferenca                            to ws-rel-valor3-ed
               move ws-cta-qtd-movimentos     (ws-idx-cta)  to ws-rel-qtd-ed

               move spaces to rel-registro
               string cta-apostador-id "  " ws-rel-valor-ed "    " ws-rel-valor2-ed
                      "  " ws-rel-valor3-ed "  " ws-rel-qtd-ed
                      delimited by size
                      into rel-registro
               end-string
               write rel-registro

           end-if

           .
       confere-saldo-conta-exit.
           exit.

       *>======================================================================
       *>  Apontar Movimentos sem Conta e Contas sem Cadastro
       *>======================================================================
      *>    Movimento de conta que nao existe no CONTACORRENTE e conta de
      *>    apostador fora do cadastro nao sao corrigidos aqui: exigem
      *>    analise (conta excluida, identificacao errada) e saem apenas
      *>    no relatorio.

       confere-contas-sem-conta section.

           move "MOVIMENTOS SEM CONTA CORRENTE / CONTAS SEM CADASTRO DE APOSTADOR"
                to rel-registro
           write rel-registro

           perform varying ws-idx-cta from 1 by 1 until ws-idx-cta > ws-cta-qtde

               if ws-cta-conta-ausente (ws-idx-cta) then

                   add 1 to ws-tot-sem-conta

                   move ws-cta-saldo-reconstruido (ws-idx-cta) to ws-rel-valor2-ed
                   move ws-cta-qtd-movimentos     (ws-idx-cta) to ws-rel-qtd-ed

                   move spaces to rel-registro
                   string ws-cta-apostador-id (ws-idx-cta)
                          "  SEM CONTA CORRENTE - " ws-rel-qtd-ed
                          " MOVTOS, SALDO " ws-rel-valor2-ed
                          delimited by size
                          into rel-registro
                   end-string
                   write rel-registro

               end-if

               if ws-cad-disponivel then

                   move ws-cta-apostador-id (ws-idx-cta) to cad-apostador-id

                   read cad-arq

                   if ws-cad-status <> "00" then

                       add 1 to ws-tot-sem-cadastro

                       move spaces to rel-registro
                       string ws-cta-apostador-id (ws-idx-cta)
                              "  SEM CADASTRO DE APOSTADOR"
                              delimited by size
                              into rel-registro
                       end-string
                       write rel-registro

                   end-if

               end-if

           end-perform

           if  ws-tot-sem-conta    = zero
           and ws-tot-sem-cadastro = zero then
               move "  NENHUMA OCORRENCIA" to rel-registro
               write rel-registro
           end-if

           move spaces to rel-registro
           write rel-registro

           .
       confere-contas-sem-conta-exit.
           exit.

       *>======================================================================
       *>  Gravar os Lancamentos de Ajuste (Modo de Correcao)
       *>======================================================================
      *>    O saldo da conta e o que o apostador ve e movimenta, por isso
      *>    o ajuste leva o MOVCONTA ate ele: um lancamento de ajuste a
      *>    credito (C) ou a debito (B) pela diferenca, com saldo-apos
      *>    igual ao saldo da conta, sem protocolo. Na conferencia
      *>    seguinte a conta ajustada fecha.

       grava-ajustes-saldo section.

           move "LANCAMENTOS DE AJUSTE GRAVADOS NO MOVCONTA" to rel-registro
           write rel-registro

           open extend mov-arq

           if ws-mov-status = "35" then            *> Arquivo ainda nao existe
               open output mov-arq
           end-if

           if ws-mov-status <> "00" then
               display "ERRO AO ABRIR O MOVCONTA PARA AJUSTE - STATUS " ws-mov-status
               move "  ERRO: MOVCONTA INDISPONIVEL - NENHUM AJUSTE GRAVADO" to rel-registro
               write rel-registro
               move 8 to return-code
           else

               perform varying ws-idx-cta from 1 by 1 until ws-idx-cta > ws-cta-qtde

                   if ws-cta-conta-existe (ws-idx-cta) then

                       compute ws-diferenca = ws-cta-saldo-conta (ws-idx-cta)
                                            - ws-cta-saldo-reconstruido (ws-idx-cta)

                       if ws-diferenca <> zero then
                           perform grava-lancamento-ajuste
                       end-if

                   end-if

               end-perform

               close mov-arq

           end-if

           if ws-tot-ajustes = zero then
               move "  NENHUM AJUSTE NECESSARIO" to rel-registro
               write rel-registro
           end-if

           move spaces to rel-registro
           write rel-registro

           .
       grava-ajustes-saldo-exit.
           exit.

       grava-lancamento-ajuste section.

           move ws-cta-apostador-id (ws-idx-cta) to mov-apostador-id
           move ws-data-hoje                     to mov-data
           move ws-hora-agora (1:6)              to mov-hora

           if ws-diferenca > zero then
               set mov-tipo-ajuste-credito to true
               move ws-diferenca to mov-valor
           else
               set mov-tipo-ajuste-debito to true
               compute mov-valor = ws-diferenca * -1
           end-if

           move zero                                to mov-protocolo
           move ws-cta-saldo-conta (ws-idx-cta)     to mov-saldo-apos

           write mov-registro

           if ws-mov-status <> "00" then
               display "ERRO AO GRAVAR O AJUSTE NO MOVCONTA - CONTA "
                       mov-apostador-id " - STATUS " ws-mov-status
               move 8 to return-code
           else

               add 1 to ws-tot-ajustes

               move mov-valor      to ws-rel-valor-ed
               move mov-saldo-apos to ws-rel-valor2-ed

               move spaces to rel-registro
               string mov-apostador-id "  AJUSTE " mov-tipo " R$ " ws-rel-valor-ed
                      "  SALDO-APOS " ws-rel-valor2-ed
                      delimited by size
                      into rel-registro
               end-string
               write rel-registro

           end-if

           .
       grava-lancamento-ajuste-exit.
           exit.

       *>======================================================================
       *>  Totais da Conferencia
       *>======================================================================

       emite-totais-conferencia section.

           move "TOTAIS DA CONFERENCIA" to rel-registro
           write rel-registro

           if ws-cta-cheia then
               move "  ATENCAO: CONFERENCIA INCOMPLETA - LIMITE DE 500 CONTAS ATINGIDO"
                    to rel-registro
               write rel-registro
           end-if

           move ws-tot-movimentos to ws-rel-qtd-ed
           move spaces to rel-registro
           string "  MOVIMENTOS LIDOS.......: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-contas to ws-rel-qtd-ed
           move spaces to rel-registro
           string "  CONTAS CONFERIDAS......: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-quebras to ws-rel-qtd-ed
           move spaces to rel-registro
           string "  QUEBRAS DE SEQUENCIA...: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-divergencias to ws-rel-qtd-ed
           move spaces to rel-registro
           string "  SALDOS DIVERGENTES.....: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-sem-conta to ws-rel-qtd-ed
           move spaces to rel-registro
           string "  MOVTOS SEM CONTA.......: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-sem-cadastro to ws-rel-qtd-ed
           move spaces to rel-registro
           string "  CONTAS SEM CADASTRO....: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

           move ws-tot-ajustes to ws-rel-qtd-ed
           move spaces to rel-registro
           string "  AJUSTES GRAVADOS.......: " ws-rel-qtd-ed
                  delimited by size
                  into rel-registro
           end-string
           write rel-registro

      *>    Qualquer excecao devolve aviso (RC 4) para a cadeia registrar.
           if ws-tot-quebras      > zero
           or ws-tot-divergencias > zero
           or ws-tot-sem-conta    > zero
           or ws-tot-sem-cadastro > zero then
               if return-code < 4 then
                   move 4 to return-code
               end-if
           end-if

           display "CONFERENCIA DE SALDOS CONCLUIDA"
           display "QUEBRAS DE SEQUENCIA.....: " ws-tot-quebras
           display "SALDOS DIVERGENTES.......: " ws-tot-divergencias
           display "MOVTOS SEM CONTA.........: " ws-tot-sem-conta
           display "CONTAS SEM CADASTRO......: " ws-tot-sem-cadastro
           display "AJUSTES GRAVADOS.........: " ws-tot-ajustes

           .
       emite-totais-conferencia-exit.
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
