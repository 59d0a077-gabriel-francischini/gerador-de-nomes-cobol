      * um registro por data recebida e sistema de origem, com as
      * quantidades e o hash dos rgs conforme apurados no
      * recebimento. lido pela pgm08-conciliacao-movimento para
      * conferencia contra o que foi de fato emitido. a
      * origem-retorno identifica o arquivo de movimento
      * devolvido, como a origem-emissao; em branco vale PGM02.
      *----------------------------------------------------------*
       01 registro-retorno.
           02 data-retorno pic 9(08).
           02 qtd-alteracoes-retorno pic 9(07).
           02 qtd-exclusoes-retorno pic 9(07).
           02 hash-rgs-retorno pic 9(13).
           02 qtd-unificacoes-retorno pic 9(07).
           02 origem-retorno pic x(08).
           02 qtd-anonimizacoes-retorno pic 9(07).
           02 qtd-remocoes-retorno pic 9(07).
           02 qtd-restauracoes-retorno pic 9(07).
