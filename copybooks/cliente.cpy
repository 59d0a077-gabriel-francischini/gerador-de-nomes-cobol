      * as datas e a situacao sao mantidas pela pgm02-manutencao:
      * a exclusao e logica, marcando o cliente como inativo em
      * vez de remover o registro do arquivo.
      * o cliente anonimizado a pedido do titular (LGPD, pela
      * pgm18-anonimizacao) fica com o nome trocado pela marca
      * abaixo, o endereco em branco e o cep zerado; rg, estado,
      * cidade, datas e situacao sao preservados.
      *----------------------------------------------------------*
       01 cliente.
           02 rg-do-cliente pic 9(10).
           02 nome-do-cliente pic x(30).
               88 cliente-anonimizado
                   value "CLIENTE ANONIMIZADO - LGPD".
           02 estado pic x(02).
           02 cidade pic x(30).
           02 endereco-do-cliente pic x(40).
