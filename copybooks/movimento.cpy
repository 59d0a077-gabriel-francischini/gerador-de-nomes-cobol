      * completa do cliente na mesma disposicao de
      * copybooks/cliente.cpy, seguido de um registro de controle
      * com os totais por acao e o hash total dos rgs para o
      * balanceamento no recebimento. na unificacao de cadastros
      * (acao "U") a imagem e a do rg descartado, ja inativo, e o
      * rg-sobrevivente-movimento indica o rg que ficou com o
      * cadastro; nas demais acoes ele vai zerado. a
      * anonimizacao a pedido do titular (acao "L", movimento
      * proprio da pgm18-anonimizacao) leva a imagem ja
      * mascarada, para os sistemas corporativos apagarem os
      * dados pessoais do rg.
      * o movimento compensatorio (pgm04-estorno, desfazimento
      * automatico da pgm02-manutencao e pgm11-expurgo) usa a
      * acao "X" (remover o rg, com a imagem que sai) e a acao
      * "R" (restaurar a imagem anterior do rg), com os totais
      * proprios no registro de controle.
      *----------------------------------------------------------*
       01 registro-movimento.
           02 tipo-do-movimento pic x(01).
           02 dados-do-movimento.
               03 acao-do-movimento pic x(01).
               03 cliente-do-movimento pic x(137).
               03 rg-sobrevivente-movimento pic 9(10).
           02 controle-do-movimento redefines dados-do-movimento.
               03 qtd-inclusoes-movimento pic 9(07).
               03 qtd-alteracoes-movimento pic 9(07).
               03 qtd-exclusoes-movimento pic 9(07).
               03 hash-rgs-movimento pic 9(13).
               03 qtd-unificacoes-movimento pic 9(07).
               03 qtd-anonimizacoes-movimento pic 9(07).
               03 qtd-remocoes-movimento pic 9(07).
               03 qtd-restauracoes-movimento pic 9(07).
               03 filler pic x(86).
