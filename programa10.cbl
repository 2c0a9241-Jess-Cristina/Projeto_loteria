               10  hist-tempo-seg                    pic 9(02).
           05  hist-apostador-id                     pic x(15).
           05  hist-protocolo                        pic 9(09).
           05  hist-concurso                         pic 9(05).

       fd  arqv-arq
           label records are standard.

       01  arqv-registro                             pic x(98).

       fd  novo-arq
           label records are standard.

       01  novo-registro                             pic x(98).

       fd  velho-arq
           label records are standard.

       01  velho-registro                            pic x(98).

       fd  par-arq
           label records are standard.
       atualiza-indice-arquivado-exit.
           exit.

      *>    O protocolo ocupa as posicoes 85 a 93 do registro do
      *>    historico (x(98)), logo antes do concurso - mesmo layout do
      *>    hist-registro.

       aponta-arquivo-no-indice section.

