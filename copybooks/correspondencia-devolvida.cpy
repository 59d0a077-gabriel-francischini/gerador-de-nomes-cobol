      *----------------------------------------------------------*
      * layout do arquivo de retorno da correspondencia devolvida
      * pelo correio (ARQUIVO-CORRESPONDENCIA-DEVOLVIDA), digitado
      * a partir dos avisos de devolucao da mala direta emitida
      * pelas etiquetas da pgm01-resolucao e lido pela
      * pgm20-correspondencia-devolvida. um registro por peca
      * devolvida, com o rg do destinatario, a data da postagem
      * e o motivo da devolucao informado pelo correio.
      *----------------------------------------------------------*
       01 correspondencia-devolvida.
           02 rg-da-devolucao pic x(10).
           02 data-da-postagem pic x(08).
           02 motivo-da-devolucao pic x(01).
               88 devolucao-mudou-se value "M".
               88 devolucao-desconhecido value "D".
               88 devolucao-nao-encontrado value "N".
