               10  hist-tempo-seg                    pic 9(02).
           05  hist-apostador-id                     pic x(15).
           05  hist-protocolo                        pic 9(09).
           05  hist-concurso                         pic 9(05).

      *>    Arquivo de checkpoint/restart dos laços de sorteio. Cada
      *>    registro é um ponto de retomada (quantidade apostada, a
           05  trn-tipo                              pic x(01).
               88  trn-tipo-aposta                   value "A" " ".
               88  trn-tipo-estorno                  value "E".
           05  trn-concurso                          pic 9(05).
           05  trn-loterica                          pic 9(05).
           05  trn-terminal                          pic 9(03).
           05  trn-surpresinha                       pic x(01).
               88  trn-numeros-surpresinha           value "S".
           05  trn-teimosinha                        pic 9(02).

      *>    Registro do indice por protocolo: um resumo da aposta com
      *>    tudo o que a consulta do balcao apresenta, mais a situacao
               88  lk-modo-rapido                   value "R".
               88  lk-modo-normal                   value "N" " ".

      *>    Concurso para o qual a aposta foi vendida (calendario do
      *>    CONCURSOS) - gravado no historico e na transacao para a
      *>    apuracao do Programa6 conferir a aposta so contra ele.
           05  lk-concurso                          pic 9(05).

      *>    Ponto de venda da aposta (loterica do LOTERICAS e terminal),
      *>    gravado na transacao para o acerto semanal de cada loterica.
           05  lk-loterica                          pic 9(05).
           05  lk-terminal                          pic 9(03).

      *>    Origem dos numeros (S-surpresinha, N-escolhidos) e quantidade
      *>    de entradas da teimosinha (zero ou um = entrada unica),
      *>    gravadas na transacao para o relatorio gerencial mensal.
           05  lk-surpresinha                       pic x(01).
           05  lk-teimosinha                        pic 9(02).

      *>----Declaração de tela
       Screen Section.

           move lk-seg-g            to hist-tempo-seg
           move lk-apostador-id     to hist-apostador-id
           move lk-protocolo        to hist-protocolo
           move lk-concurso         to hist-concurso

           open extend hist-arq

           move lk-limite-excedido  to trn-limite-excedido
           move lk-protocolo        to trn-protocolo
           set  trn-tipo-aposta     to true
           move lk-concurso         to trn-concurso
           move lk-loterica         to trn-loterica
           move lk-terminal         to trn-terminal
           move lk-surpresinha      to trn-surpresinha
           move lk-teimosinha       to trn-teimosinha

           if trn-teimosinha = zero then           *> Entrada unica
               move 01 to trn-teimosinha
           end-if

           open extend trn-arq

