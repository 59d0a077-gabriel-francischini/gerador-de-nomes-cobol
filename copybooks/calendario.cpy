      *----------------------------------------------------------*
      * layout do arquivo de referencia CALENDARIO-DIAS-UTEIS
      * (ARQUIVO-CALENDARIO), chaveado pela data. de segunda a
      * sexta o dia e util e sabado e domingo nao sao, salvo o
      * que estiver cadastrado aqui: feriado ("F") torna nao util
      * um dia da semana e dia util extra ("U") torna util um
      * sabado ou domingo. mantido por transacoes pela
      * pgm19-manutencao-calendario e consultado pela
      * pgm02-manutencao, pela pgm08-conciliacao-movimento, pela
      * pgm11-expurgo e pela pgm15-fechamento.
      *----------------------------------------------------------*
       01 dia-do-calendario.
           02 data-do-calendario pic 9(08).
           02 tipo-do-dia pic x(01).
               88 dia-util-extra value "U".
               88 dia-feriado value "F".
           02 descricao-do-dia pic x(30).
