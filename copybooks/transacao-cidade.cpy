      * layout das transacoes de manutencao do arquivo de
      * referencia CIDADES-VALIDAS, lidas pela
      * pgm06-manutencao-cidades. codigo da acao seguido da
      * combinacao de estado e cidade a incluir ou excluir. na
      * renomeacao (acao "R") a combinacao informada e a antiga e
      * o par estado-nova/cidade-nova e o destino: se o destino
      * ainda nao existe a cidade e renomeada, se ja existe as
      * duas sao fundidas. nas demais acoes o destino vai em
      * branco.
      *----------------------------------------------------------*
       01 transacao-cidade.
           02 codigo-acao-cidade pic x(01).
               88 transacao-cidade-inclusao value "I".
               88 transacao-cidade-exclusao value "E".
               88 transacao-cidade-renomeacao value "R".
           02 estado-transacao-cidade pic x(02).
           02 cidade-transacao-cidade pic x(30).
           02 estado-nova-transacao-cidade pic x(02).
           02 cidade-nova-transacao-cidade pic x(30).
