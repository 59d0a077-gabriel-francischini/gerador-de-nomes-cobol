      *
      * historico de alteracoes
      *   2026-09-02  rf  versao inicial.
      *   2026-10-15  rf  rg sobrevivente e total de unificacoes do
      *                   movimento.cpy vao zerados na carga.
      *   2026-10-15  rf  total de anonimizacoes do movimento.cpy
      *                   vai zerado na carga.
      *   2026-10-15  rf  totais de remocoes e restauracoes do
      *                   movimento.cpy vao zerados na carga.
      *----------------------------------------------------------*
       identification division.
       program-id. pgm09_carga_posicao.
           move "D" to tipo-do-movimento.
           move situacao-do-cliente to acao-do-movimento.
           move cliente to cliente-do-movimento.
           move zeroes to rg-sobrevivente-movimento.
           write registro-movimento.
           if cliente-inativo
               add 1 to total-clientes-inativos
           move zeroes to qtd-alteracoes-movimento.
           move total-clientes-inativos to qtd-exclusoes-movimento.
           move hash-rgs-da-carga to hash-rgs-movimento.
           move zeroes to qtd-unificacoes-movimento.
           move zeroes to qtd-anonimizacoes-movimento.
           move zeroes to qtd-remocoes-movimento.
           move zeroes to qtd-restauracoes-movimento.
           write registro-movimento.
           close arquivo-carga.
           perform 5000-grava-auditoria thru 5000-fim.
