      *----------------------------------------------------------*
      * layout do arquivo de solicitacoes de anonimizacao
      * (ARQUIVO-SOLICITACOES-LGPD), preparado pelo encarregado
      * de dados a partir dos pedidos dos titulares e lido pela
      * pgm18-anonimizacao. um registro por pedido, com o numero
      * do protocolo, o rg do titular e a data do pedido.
      *----------------------------------------------------------*
       01 solicitacao-lgpd.
           02 protocolo-solicitado pic x(15).
           02 rg-solicitado pic x(10).
           02 data-solicitada pic x(08).
