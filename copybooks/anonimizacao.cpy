      *----------------------------------------------------------*
      * layout do arquivo de controle das anonimizacoes a pedido
      * do titular (ARQUIVO-ANONIMIZACOES), mantido pela
      * pgm18-anonimizacao para o encarregado de dados (LGPD).
      * um registro por protocolo de solicitacao, com o rg, a
      * data do pedido, a situacao ("C" concluida, com a data da
      * conclusao e o que foi mascarado em cada arquivo, ou "R"
      * recusada, com o motivo). a chave alternativa por rg
      * serve ao extrato da pgm12-historico-cliente. a
      * restauracao da pgm17-copia-seguranca le os protocolos
      * concluidos desde a geracao para mascarar o rg de novo.
      *----------------------------------------------------------*
       01 registro-anonimizacao.
           02 protocolo-anonimizacao pic x(15).
           02 rg-anonimizado pic 9(10).
           02 data-da-solicitacao pic 9(08).
           02 situacao-anonimizacao pic x(01).
               88 anonimizacao-concluida value "C".
               88 anonimizacao-recusada value "R".
           02 data-da-conclusao pic 9(08).
           02 motivo-anonimizacao pic x(30).
           02 mascarado-no-mestre pic x(01).
           02 mascarado-no-historico pic x(01).
           02 qtd-imagens-mascaradas pic 9(07).
           02 qtd-pendencias-mascaradas pic 9(05).
