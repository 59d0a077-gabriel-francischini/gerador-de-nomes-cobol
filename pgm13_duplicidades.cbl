      * clientes ativos do arquivo mestre ARQUIVO-ENTRADA em duas
      * passadas e lista os grupos suspeitos com todos os rgs,
      * prontos para a retaguarda preparar as transacoes de
      * unificacao (rg descartado e rg sobrevivente) para a
      * pgm02_manutencao:
      *   secao 1 (indicio mais forte) - mesmo nome na mesma
      *     combinacao de estado e cidade;
      *   secao 2 - mesmo endereco e cep sob nomes diferentes.
      *
      * historico de alteracoes
      *   2026-09-02  rf  versao inicial.
      *   2026-10-15  rf  os grupos suspeitos passam a ser tratados
      *                   com a transacao de unificacao da
      *                   pgm02_manutencao em vez de exclusao.
      *----------------------------------------------------------*
       identification division.
       program-id. pgm13_duplicidades.
