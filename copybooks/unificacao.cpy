      *----------------------------------------------------------*
      * layout do arquivo permanente de referencia cruzada dos
      * rgs unificados (ARQUIVO-RGS-UNIFICADOS), chaveado pelo rg
      * descartado. a pgm02-manutencao grava um registro para
      * cada transacao de unificacao aplicada (acao "U"): o rg
      * descartado fica inativo no mestre e passa a apontar para
      * o rg sobrevivente, que ficou com o cadastro. a
      * pgm05-consulta redireciona a consulta de um rg unificado
      * para o sobrevivente; o estorno da execucao, pela
      * pgm04-estorno ou pelo estorno automatico da
      * pgm02-manutencao, remove o par.
      *----------------------------------------------------------*
       01 registro-rg-unificado.
           02 rg-unificado pic 9(10).
           02 rg-sobrevivente-unificado pic 9(10).
           02 data-da-unificacao pic 9(08).
           02 execucao-da-unificacao pic 9(06).
