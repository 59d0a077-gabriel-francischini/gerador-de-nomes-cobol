      *----------------------------------------------------------*
      * pgm19_manutencao_calendario
      *
      * aplica as transacoes de inclusao e exclusao do arquivo
      * ARQUIVO-TRANSACOES-CALENDARIO contra o arquivo de
      * referencia CALENDARIO-DIAS-UTEIS (ARQUIVO-CALENDARIO),
      * gerando um log das alteracoes aplicadas, no mesmo molde
      * da pgm10_manutencao_ceps. o calendario so guarda as
      * excecoes a semana normal: feriado ("F") em dia de semana
      * e dia util extra ("U") em sabado ou domingo. feriado em
      * fim de semana e dia util extra em dia de semana nao
      * mudam nada e sao recusados, para o calendario nao
      * acumular registro sem efeito.
      *
      * historico de alteracoes
      *   2026-10-15  rf  versao inicial.
      *----------------------------------------------------------*
       identification division.
       program-id. pgm19_manutencao_calendario.


       environment division.
       input-output section.
       file-control.
           select arquivo-calendario assign to disk
               organization is indexed
               access mode is dynamic
               record key is data-do-calendario
               file status is fs-arquivo-calendario.
           select arquivo-transacoes-calendario assign to disk
               organization is line sequential
               file status is fs-arquivo-transacoes.
           select arquivo-log assign to disk.

       data division.
       file section.
       fd arquivo-calendario
           label records are standard.
           copy "calendario.cpy".

       fd arquivo-transacoes-calendario
           label records are standard.
           copy "transacao-calendario.cpy".

       fd arquivo-log
           label records are omitted.
       01 linha-log pic x(132).

       working-storage section.
       77 fs-arquivo-calendario pic x(02) value "00".
       77 fs-arquivo-transacoes pic x(02) value "00".
       77 fim-de-transacoes pic x(03) value "nao".
       77 total-inclusoes pic 9(07) value zeroes.
       77 total-exclusoes pic 9(07) value zeroes.
       77 total-transacoes-invalidas pic 9(07) value zeroes.
       77 acao-log pic x(18) value spaces.
       77 resultado-log pic x(25) value spaces.
       77 dias-em-inteiro pic 9(07) value zeroes.
       77 semanas-do-calendario pic 9(07) value zeroes.
       77 dia-da-semana pic 9(01) value zeroes.
       77 sw-transacao-valida pic x(01) value "S".
           88 transacao-dia-valida value "S".
           88 transacao-dia-invalida value "N".

       01 carimbo-do-titulo-log.
           02 filler pic x(05) value spaces.
           02 filler pic x(45)
               value "log de manutencao do calendario de dias uteis".
           02 filler pic x(82) value spaces.

       01 carimbo-da-linha-log.
           02 carimbo-log-acao pic x(18).
           02 carimbo-log-data pic x(08).
           02 filler pic x(01) value spaces.
           02 carimbo-log-tipo pic x(01).
           02 filler pic x(01) value spaces.
           02 carimbo-log-descricao pic x(30).
           02 filler pic x(01) value spaces.
           02 carimbo-log-resultado pic x(25).
           02 filler pic x(47) value spaces.

       01 carimbo-do-total-log.
           02 filler pic x(05) value spaces.
           02 filler pic x(14) value "total lidas: ".
           02 carimbo-log-total-lidas pic ZZZZZZ9.
           02 filler pic x(04) value spaces.
           02 filler pic x(14) value "inclusoes: ".
           02 carimbo-log-total-inclusoes pic ZZZZZZ9.
           02 filler pic x(04) value spaces.
           02 filler pic x(14) value "exclusoes: ".
           02 carimbo-log-total-exclusoes pic ZZZZZZ9.
           02 filler pic x(04) value spaces.
           02 filler pic x(14) value "invalidas: ".
           02 carimbo-log-total-invalidas pic ZZZZZZ9.
           02 filler pic x(23) value spaces.


       procedure division.

       0000-mainline.
           perform 1000-inicializa thru 1000-fim.
           perform 2000-processa-transacao thru 2000-fim
               until fim-de-transacoes = "sim".
           perform 3000-finaliza thru 3000-fim.
           stop run.

       1000-inicializa.
           open i-o arquivo-calendario.
           if fs-arquivo-calendario = "35"
               open output arquivo-calendario
               close arquivo-calendario
               open i-o arquivo-calendario
           end-if.
           if fs-arquivo-calendario not = "00"
               display "ARQUIVO-CALENDARIO: ERRO NA ABERTURA - STATUS "
                   fs-arquivo-calendario
               stop run
           end-if.
           open input arquivo-transacoes-calendario.
           if fs-arquivo-transacoes not = "00"
               display "ARQUIVO-TRANSACOES-CALENDARIO: ERRO NA "
                   "ABERTURA - STATUS " fs-arquivo-transacoes
               stop run
           end-if.
           open output arquivo-log.
           write linha-log from carimbo-do-titulo-log.
           perform 2100-le-transacao thru 2100-fim.
       1000-fim.
           exit.

       2000-processa-transacao.
           evaluate true
               when transacao-dia-inclusao
                   perform 2200-inclui-dia thru 2200-fim
               when transacao-dia-exclusao
                   perform 2400-exclui-dia thru 2400-fim
               when other
                   perform 2500-transacao-invalida thru 2500-fim
           end-evaluate.
           perform 2100-le-transacao thru 2100-fim.
       2000-fim.
           exit.

       2100-le-transacao.
           read arquivo-transacoes-calendario
               at end move "sim" to fim-de-transacoes
           end-read.
       2100-fim.
           exit.

       2150-valida-dados-transacao.
           move "S" to sw-transacao-valida.
           if data-transacao-calendario is not numeric
               move "N" to sw-transacao-valida
               move "DATA INVALIDA" to resultado-log
               go to 2150-fim
           end-if.
           if function test-date-yyyymmdd(data-transacao-calendario)
                   not = 0
               move "N" to sw-transacao-valida
               move "DATA INVALIDA" to resultado-log
               go to 2150-fim
           end-if.
           compute dias-em-inteiro =
               function integer-of-date(data-transacao-calendario).
           divide dias-em-inteiro by 7 giving semanas-do-calendario
               remainder dia-da-semana.
           evaluate tipo-transacao-calendario
               when "F"
                   if dia-da-semana = 0 or dia-da-semana = 6
                       move "N" to sw-transacao-valida
                       move "FERIADO EM FIM DE SEMANA" to resultado-log
                   end-if
               when "U"
                   if dia-da-semana not = 0 and dia-da-semana not = 6
                       move "N" to sw-transacao-valida
                       move "DIA DE SEMANA JA E UTIL" to resultado-log
                   end-if
               when other
                   move "N" to sw-transacao-valida
                   move "TIPO DO DIA INVALIDO" to resultado-log
           end-evaluate.
           if transacao-dia-valida
                   and descricao-transacao-calendario = spaces
               move "N" to sw-transacao-valida
               move "DESCRICAO EM BRANCO" to resultado-log
           end-if.
       2150-fim.
           exit.

       2200-inclui-dia.
           move "INCLUSAO" to acao-log.
           perform 2150-valida-dados-transacao thru 2150-fim.
           if transacao-dia-invalida
               add 1 to total-transacoes-invalidas
           else
               move data-transacao-calendario to data-do-calendario
               move tipo-transacao-calendario to tipo-do-dia
               move descricao-transacao-calendario
                   to descricao-do-dia
               write dia-do-calendario
                   invalid key
                       add 1 to total-transacoes-invalidas
                       move "DATA JA CADASTRADA" to resultado-log
                   not invalid key
                       add 1 to total-inclusoes
                       move "INCLUIDA" to resultado-log
               end-write
           end-if.
           perform 2600-grava-log thru 2600-fim.
       2200-fim.
           exit.

       2400-exclui-dia.
           move "EXCLUSAO" to acao-log.
           move data-transacao-calendario to data-do-calendario.
           delete arquivo-calendario record
               invalid key
                   add 1 to total-transacoes-invalidas
                   move "DATA NAO CADASTRADA" to resultado-log
               not invalid key
                   add 1 to total-exclusoes
                   move "EXCLUIDA" to resultado-log
           end-delete.
           perform 2600-grava-log thru 2600-fim.
       2400-fim.
           exit.

       2500-transacao-invalida.
           add 1 to total-transacoes-invalidas.
           move "CODIGO INVALIDO" to acao-log.
           move "REJEITADA" to resultado-log.
           perform 2600-grava-log thru 2600-fim.
       2500-fim.
           exit.

       2600-grava-log.
           move acao-log to carimbo-log-acao.
           move data-transacao-calendario to carimbo-log-data.
           move tipo-transacao-calendario to carimbo-log-tipo.
           move descricao-transacao-calendario
               to carimbo-log-descricao.
           move resultado-log to carimbo-log-resultado.
           write linha-log from carimbo-da-linha-log.
       2600-fim.
           exit.

       3000-finaliza.
           compute carimbo-log-total-lidas =
               total-inclusoes + total-exclusoes
               + total-transacoes-invalidas.
           move total-inclusoes to carimbo-log-total-inclusoes.
           move total-exclusoes to carimbo-log-total-exclusoes.
           move total-transacoes-invalidas
               to carimbo-log-total-invalidas.
           write linha-log from carimbo-do-total-log.
           close arquivo-calendario.
           close arquivo-transacoes-calendario.
           close arquivo-log.
       3000-fim.
           exit.
