      *----------------------------------------------------------*
      * layout das transacoes de manutencao do arquivo de
      * referencia CALENDARIO-DIAS-UTEIS, lidas pela
      * pgm19-manutencao-calendario. codigo da acao seguido da
      * data, do tipo do dia ("F" feriado ou "U" dia util extra)
      * e da descricao; a exclusao enxerga o dia so pela data.
      *----------------------------------------------------------*
       01 transacao-calendario.
           02 codigo-acao-calendario pic x(01).
               88 transacao-dia-inclusao value "I".
               88 transacao-dia-exclusao value "E".
           02 data-transacao-calendario pic 9(08).
           02 tipo-transacao-calendario pic x(01).
           02 descricao-transacao-calendario pic x(30).
