      *----------------------------------------------------------*
      * layout do arquivo de transacoes com data de vigencia
      * futura (ARQUIVO-PENDENCIAS). a pgm02-manutencao grava aqui
      * cada transacao de detalhe cuja vigencia e posterior a
      * data do processamento, chaveada pela vigencia, pela
      * execucao que a reteve e pela sequencia dentro da
      * execucao, e a libera na primeira execucao em que a
      * vigencia chegou, aplicando-a antes do lote do dia. a
      * chave alternativa por rg serve a consulta da mesa de
      * atendimento (pgm05-consulta). a anonimizacao a pedido do
      * titular (pgm18-anonimizacao) mascara os dados pessoais
      * das transacoes do rg e cancela as ainda retidas ("C").
      *----------------------------------------------------------*
       01 registro-pendencia.
           02 chave-pendencia.
               03 vigencia-da-pendencia pic 9(08).
               03 execucao-da-pendencia pic 9(06).
               03 sequencia-da-pendencia pic 9(06).
           02 situacao-da-pendencia pic x(01).
               88 pendencia-aguardando value "P".
               88 pendencia-liberada value "L".
               88 pendencia-cancelada value "C".
           02 data-da-retencao pic 9(08).
           02 origem-do-lote-retido pic x(08).
           02 sequencia-do-lote-retido pic 9(06).
           02 data-da-liberacao pic 9(08).
           02 execucao-da-liberacao pic 9(06).
           02 transacao-retida.
               03 codigo-acao-retida pic x(01).
               03 rg-retido pic 9(10).
               03 nome-retido pic x(30).
               03 estado-retido pic x(02).
               03 cidade-retida pic x(30).
               03 endereco-retido pic x(40).
               03 cep-retido pic 9(08).
               03 vigencia-retida pic 9(08).
