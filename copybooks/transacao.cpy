      * de detalhe e o hash total dos rgs, usados pela critica de
      * fechamento antes de qualquer atualizacao do mestre. as
      * datas e a situacao do cliente nao viajam na transacao:
      * sao atribuidas pela propria manutencao. na unificacao
      * (acao "U") o rg-transacao e o rg descartado, que entra no
      * hash do lote, e o rg-sobrevivente ocupa o lugar do nome;
      * os demais campos do detalhe nao sao usados. a data de
      * vigencia e opcional: em branco ou zero a transacao vale
      * na data do processamento; futura, a manutencao retem a
      * transacao no ARQUIVO-PENDENCIAS ate a data chegar.
      *----------------------------------------------------------*
       01 transacao-cliente.
           02 codigo-acao pic x(01).
               88 transacao-inclusao value "I".
               88 transacao-alteracao value "A".
               88 transacao-exclusao value "E".
               88 transacao-unificacao value "U".
               88 transacao-header value "H".
               88 transacao-trailer value "T".
           02 dados-da-transacao.
               03 cidade-transacao pic x(30).
               03 endereco-transacao pic x(40).
               03 cep-transacao pic 9(08).
               03 data-de-vigencia pic 9(08).
               03 vigencia-informada redefines data-de-vigencia
                   pic x(08).
           02 unificacao-de-cadastro redefines dados-da-transacao.
               03 filler pic x(10).
               03 rg-sobrevivente pic 9(10).
               03 filler pic x(108).
           02 header-do-lote redefines dados-da-transacao.
               03 data-do-lote pic 9(08).
               03 origem-do-lote pic x(08).
               03 sequencia-do-lote pic 9(06).
               03 filler pic x(106).
           02 trailer-do-lote redefines dados-da-transacao.
               03 qtd-registros-do-lote pic 9(07).
               03 hash-rgs-do-lote pic 9(13).
               03 filler pic x(108).
