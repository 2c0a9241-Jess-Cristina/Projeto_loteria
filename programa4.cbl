           05  trn-tipo                              pic x(01).
               88  trn-tipo-aposta                   value "A" " ".
               88  trn-tipo-estorno                  value "E".
           05  trn-concurso                          pic 9(05).
           05  trn-loterica                          pic 9(05).
           05  trn-terminal                          pic 9(03).
           05  trn-surpresinha                       pic x(01).
               88  trn-numeros-surpresinha           value "S".
           05  trn-teimosinha                        pic 9(02).

      *>    Tabela de preços mantida pela tela do Programa16, com data de
      *>    inicio de vigencia por registro - mesma tabela carregada pelo
               88  mov-tipo-aposta                   value "A".
               88  mov-tipo-premio                   value "P".
               88  mov-tipo-estorno                  value "E".
               88  mov-tipo-retencao-ir              value "I".
           05  mov-valor                             pic 9(09)v9(02).
           05  mov-protocolo                         pic 9(09).
           05  mov-saldo-apos                        pic 9(09)v9(02).
       77  ws-mov-apostas                           pic 9(09)v9(02) comp value zero.
       77  ws-mov-premios                           pic 9(09)v9(02) comp value zero.
       77  ws-mov-estornos                          pic 9(09)v9(02) comp value zero.
       77  ws-mov-retencoes                         pic 9(09)v9(02) comp value zero.
       77  ws-mov-liquido                           pic s9(10)v9(02) comp value zero.

       77  ws-mov-valor-ed                          pic zzzzzzzz9,99.
                       add mov-valor to ws-mov-premios
                   when mov-tipo-estorno
                       add mov-valor to ws-mov-estornos
                   when mov-tipo-retencao-ir
                       add mov-valor to ws-mov-retencoes
               end-evaluate

           end-if
               end-string
               write rel-registro

               move ws-mov-retencoes to ws-mov-valor-ed
               move spaces to rel-registro
               string "  IR RETIDO (PREMIO).: R$ " ws-mov-valor-ed
                      delimited by size
                      into rel-registro
               end-string
               write rel-registro

               compute ws-mov-liquido = ws-mov-apostas - ws-mov-estornos

               move ws-mov-liquido to ws-mov-liquido-ed
