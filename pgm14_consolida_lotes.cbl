      *
      * historico de alteracoes
      *   2026-09-02  rf  versao inicial.
      *   2026-10-15  rf  registro de transacao ampliado com a
      *                   data de vigencia (129 posicoes).
      *----------------------------------------------------------*
       identification division.
       program-id. pgm14_consolida_lotes.

       fd arquivo-consolidado
           label records are omitted.
       01 registro-consolidado pic x(129).

       fd arquivo-lotes-rejeitados
           label records are omitted.
       01 registro-rejeitado pic x(129).

       fd arquivo-lotes
           label records are standard.

       01 transacao-montada.
           02 codigo-acao-montada pic x(01).
           02 dados-montados pic x(128).
           02 header-montado redefines dados-montados.
               03 data-montada pic 9(08).
               03 origem-montada pic x(08).
               03 sequencia-montada pic 9(06).
               03 filler pic x(106).
           02 trailer-montado redefines dados-montados.
               03 qtd-montada pic 9(07).
               03 hash-montado pic 9(13).
               03 filler pic x(108).

       01 carimbo-do-titulo-consolidacao.
           02 filler pic x(05) value spaces.
