      * um registro por atualizacao aplicada ao mestre, com a
      * imagem do cliente antes e depois da atualizacao, chaveado
      * por numero de execucao e sequencia dentro da execucao.
      * a acao-journal repete o codigo da transacao aplicada
      * (I, A, E ou U de unificacao).
      * a pgm04-estorno le o journal em ordem inversa para
      * devolver o mestre ao estado anterior a uma execucao.
      * a anonimizacao a pedido do titular (pgm18-anonimizacao)
      * mascara no lugar os dados pessoais das imagens do rg.
      * o registro de chave zeros e o registro de controle, que
      * guarda o ultimo numero de execucao utilizado.
      *----------------------------------------------------------*
