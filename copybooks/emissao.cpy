      * efetivamente emitidos no ARQUIVO-MOVIMENTO daquela data,
      * alem do total de transacoes invalidas da execucao. a
      * pgm08-conciliacao-movimento confere estes totais contra
      * os retornos dos sistemas corporativos. a chave leva
      * tambem a origem da emissao: PGM02 para o movimento da
      * manutencao. os demais arquivos de movimento podem sair
      * mais de uma vez no dia e levam na origem o nome do
      * programa seguido da sequencia da emissao no dia:
      * PGM06001 para a renomeacao de cidades, PGM18001 para a
      * anonimizacao e PGM04001, PGM02001, PGM11001 para o
      * movimento compensatorio de estorno, desfazimento e
      * expurgo.
      *----------------------------------------------------------*
       01 registro-emissao.
           02 chave-emissao.
               03 data-emissao pic 9(08).
               03 origem-emissao pic x(08).
           02 execucao-emissao pic 9(06).
           02 qtd-inclusoes-emissao pic 9(07).
           02 qtd-alteracoes-emissao pic 9(07).
           02 qtd-exclusoes-emissao pic 9(07).
           02 qtd-invalidas-emissao pic 9(07).
           02 hash-rgs-emissao pic 9(13).
           02 qtd-unificacoes-emissao pic 9(07).
           02 qtd-anonimizacoes-emissao pic 9(07).
           02 qtd-remocoes-emissao pic 9(07).
           02 qtd-restauracoes-emissao pic 9(07).
