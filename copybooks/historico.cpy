      * copybooks/cliente.cpy, chaveada pelo rg, mais a data em
      * que o expurgo foi feito. a propria pgm11-expurgo devolve
      * um cliente do historico para o mestre quando o negocio
      * pede a restauracao. a pgm18-anonimizacao mascara aqui os
      * dados pessoais do cliente anonimizado a pedido do titular.
      *----------------------------------------------------------*
       01 cliente-historico.
           02 rg-do-cliente-historico pic 9(10).
