      *----------------------------------------------------------*
      * layout do arquivo de acumulo das devolucoes de
      * correspondencia por cliente (ARQUIVO-DEVOLUCOES), mantido
      * pela pgm20-correspondencia-devolvida. um registro por rg
      * com devolucao, com a quantidade acumulada desde a ultima
      * troca de endereco, a ultima postagem devolvida e o motivo.
      * ao atingir o limite de devolucoes o endereco passa a
      * "C" (endereco a confirmar): a pgm01-resolucao deixa o
      * cliente fora das etiquetas e a pgm05-consulta avisa o
      * balcao. quando a pgm02-manutencao aplica troca de
      * endereco ou de cep do cliente o registro volta a "L"
      * (liberado), com a contagem zerada e a data da troca;
      * devolucao de postagem anterior a essa data se refere ao
      * endereco antigo e nao conta mais.
      *----------------------------------------------------------*
       01 devolucoes-do-cliente.
           02 rg-com-devolucao pic 9(10).
           02 qtd-devolucoes pic 9(03).
           02 data-da-ultima-postagem pic 9(08).
           02 motivo-da-ultima-devolucao pic x(01).
           02 situacao-do-endereco pic x(01).
               88 endereco-em-observacao value "O".
               88 endereco-a-confirmar value "C".
               88 endereco-liberado value "L".
           02 data-do-bloqueio pic 9(08).
           02 data-da-troca-de-endereco pic 9(08).
           02 data-da-ultima-devolucao pic 9(08).
