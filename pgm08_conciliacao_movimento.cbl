      * emite o relatorio de conciliacao: dias confirmados, dias
      * com contagem ou hash divergente e dias emitidos ainda sem
      * retorno depois do prazo de carencia (parametro de
      * execucao em dias uteis, 1 por falta, contados pelo
      * CALENDARIO-DIAS-UTEIS). qualquer divergencia ou
      * retorno ausente encerra com return-code 4 para a mesa de
      * operacao ver de manha; erro de arquivo encerra com 8.
      *
      * historico de alteracoes
      *   2026-09-02  rf  versao inicial.
      *   2026-10-15  rf  total de unificacoes de cadastro (acao
      *                   "U") conferido entre emissao e retorno.
      *   2026-10-15  rf  ARQUIVO-EMISSOES passou a ter mais de uma
      *                   emissao por data, chaveadas por data e
      *                   origem (PGM02, PGM06, ...). o retorno e
      *                   casado pela data e pela origem-retorno
      *                   (em branco vale PGM02), o relatorio
      *                   mostra a origem e a conferencia de lote
      *                   na data vale so para a emissao da
      *                   manutencao.
      *   2026-10-15  rf  total de anonimizacoes a pedido do
      *                   titular (acao "L", origem PGM18)
      *                   conferido entre emissao e retorno.
      *   2026-10-15  rf  prazo de carencia contado em dias uteis
      *                   pelo CALENDARIO-DIAS-UTEIS, para fim de
      *                   semana e feriado nao gerarem falso
      *                   retorno ausente.
      *   2026-10-15  rf  totais de remocoes ("X") e restauracoes
      *                   ("R") do movimento compensatorio de
      *                   estorno, desfazimento e expurgo
      *                   conferidos entre emissao e retorno.
      *----------------------------------------------------------*
       identification division.
       program-id. pgm08_conciliacao_movimento.
           select arquivo-emissoes assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-emissao
               file status is fs-arquivo-emissoes.
           select arquivo-lotes assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-lote
               file status is fs-arquivo-lotes.
           select arquivo-calendario assign to disk
               organization is indexed
               access mode is dynamic
               record key is data-do-calendario
               file status is fs-arquivo-calendario.
           select relatorio-conciliacao assign to disk.

       data division.
           label records are standard.
           copy "lote.cpy".

       fd arquivo-calendario
           label records are standard.
           copy "calendario.cpy".

       fd relatorio-conciliacao
           label records are omitted.
       01 linha-conciliacao pic x(132).
       77 data-de-hoje pic 9(08) value zeroes.
       77 parametro-execucao pic x(20) value spaces.
       77 dias-de-carencia pic 9(03) value 1.
       77 fs-arquivo-calendario pic x(02) value "00".
       77 sw-calendario-disponivel pic x(01) value "S".
           88 calendario-disponivel value "S".
       77 sw-dia-util pic x(01) value "S".
           88 dia-util value "S".
           88 dia-nao-util value "N".
       77 data-examinada pic 9(08) value zeroes.
       77 dias-em-inteiro pic 9(07) value zeroes.
       77 semanas-em-inteiro pic 9(07) value zeroes.
       77 dia-da-semana pic 9(01) value zeroes.
       77 data-limite-carencia pic 9(08) value zeroes.
       77 total-confirmados pic 9(05) value zeroes.
       77 total-divergentes pic 9(05) value zeroes.
       77 texto-da-divergencia pic x(30) value spaces.
       77 valor-esperado-conciliacao pic 9(13) value zeroes.
       77 valor-obtido-conciliacao pic 9(13) value zeroes.
       77 origem-da-manutencao pic x(08) value "PGM02".
       77 origem-do-retorno-lido pic x(08) value spaces.

       01 carimbo-do-titulo-conciliacao.
           02 filler pic x(05) value spaces.
           02 carimbo-conc-sistema pic x(10).
           02 filler pic x(02) value spaces.
           02 carimbo-conc-situacao pic x(25).
           02 filler pic x(10) value "  origem: ".
           02 carimbo-conc-origem pic x(08).
           02 filler pic x(47) value spaces.

       01 carimbo-da-divergencia.
           02 filler pic x(10) value spaces.
               move function numval(parametro-execucao)
                   to dias-de-carencia
           end-if.
           open input arquivo-calendario.
           if fs-arquivo-calendario not = "00"
               move "N" to sw-calendario-disponivel
               display "ARQUIVO-CALENDARIO: INDISPONIVEL - SO SABADO "
                   "E DOMINGO CONTAM COMO NAO UTEIS"
           end-if.
           move data-de-hoje to data-examinada.
           perform 1100-recua-dia-util thru 1100-fim
               dias-de-carencia times.
           move data-examinada to data-limite-carencia.
           open input arquivo-retornos.
           if fs-arquivo-retornos not = "00"
               display "ARQUIVO-RETORNOS: ERRO NA ABERTURA - STATUS "
       1000-fim.
           exit.

      * leva a data-examinada para o dia util anterior a ela.
       1100-recua-dia-util.
           move "N" to sw-dia-util.
           perform 1150-recua-um-dia thru 1150-fim
               until dia-util.
       1100-fim.
           exit.

       1150-recua-um-dia.
           compute dias-em-inteiro =
               function integer-of-date(data-examinada) - 1.
           move function date-of-integer(dias-em-inteiro)
               to data-examinada.
           perform 1200-examina-dia-util thru 1200-fim.
       1150-fim.
           exit.

      * sabado e domingo nao sao uteis e os demais dias sao,
      * salvo feriado ou dia util extra cadastrado no calendario.
       1200-examina-dia-util.
           compute dias-em-inteiro =
               function integer-of-date(data-examinada).
           divide dias-em-inteiro by 7 giving semanas-em-inteiro
               remainder dia-da-semana.
           if dia-da-semana = 0 or dia-da-semana = 6
               move "N" to sw-dia-util
           else
               move "S" to sw-dia-util
           end-if.
           if calendario-disponivel
               move data-examinada to data-do-calendario
               read arquivo-calendario
                   invalid key
                       continue
                   not invalid key
                       if dia-feriado
                           move "N" to sw-dia-util
                       end-if
                       if dia-util-extra
                           move "S" to sw-dia-util
                       end-if
               end-read
           end-if.
       1200-fim.
           exit.

       2000-concilia-retorno.
           move data-retorno to carimbo-conc-data.
           move sistema-retorno to carimbo-conc-sistema.
           if origem-retorno = spaces
               move origem-da-manutencao to origem-do-retorno-lido
           else
               move origem-retorno to origem-do-retorno-lido
           end-if.
           move origem-do-retorno-lido to carimbo-conc-origem.
           move data-retorno to data-emissao.
           move origem-do-retorno-lido to origem-emissao.
           read arquivo-emissoes
               invalid key
                   perform 2300-retorno-sem-emissao thru 2300-fim
               move qtd-exclusoes-retorno to valor-obtido-conciliacao
               perform 2250-prepara-divergencia thru 2250-fim
           end-if.
           if qtd-unificacoes-retorno not = qtd-unificacoes-emissao
               move "total unificacoes nao confere"
                   to texto-da-divergencia
               move qtd-unificacoes-emissao
                   to valor-esperado-conciliacao
               move qtd-unificacoes-retorno
                   to valor-obtido-conciliacao
               perform 2250-prepara-divergencia thru 2250-fim
           end-if.
           if qtd-anonimizacoes-retorno not = qtd-anonimizacoes-emissao
               move "anonimizacoes nao confere"
                   to texto-da-divergencia
               move qtd-anonimizacoes-emissao
                   to valor-esperado-conciliacao
               move qtd-anonimizacoes-retorno
                   to valor-obtido-conciliacao
               perform 2250-prepara-divergencia thru 2250-fim
           end-if.
           if qtd-remocoes-retorno not = qtd-remocoes-emissao
               move "total de remocoes nao confere"
                   to texto-da-divergencia
               move qtd-remocoes-emissao
                   to valor-esperado-conciliacao
               move qtd-remocoes-retorno
                   to valor-obtido-conciliacao
               perform 2250-prepara-divergencia thru 2250-fim
           end-if.
           if qtd-restauracoes-retorno not = qtd-restauracoes-emissao
               move "total restauracoes nao confere"
                   to texto-da-divergencia
               move qtd-restauracoes-emissao
                   to valor-esperado-conciliacao
               move qtd-restauracoes-retorno
                   to valor-obtido-conciliacao
               perform 2250-prepara-divergencia thru 2250-fim
           end-if.
           if hash-rgs-retorno not = hash-rgs-emissao
               move "hash dos rgs nao confere"
                   to texto-da-divergencia
           exit.

       3000-verifica-emissoes.
           move low-values to chave-emissao.
           start arquivo-emissoes
                   key is not less than chave-emissao
               invalid key move "sim" to fim-de-emissoes
           end-start.
           perform 3100-verifica-uma-emissao thru 3100-fim
               at end move "sim" to fim-de-emissoes
           end-read.
           if fim-de-emissoes = "nao"
               move origem-emissao to carimbo-conc-origem
               if origem-emissao = origem-da-manutencao
                   perform 3200-conta-lotes-da-data thru 3200-fim
                   if qtd-lotes-da-data = zeroes
                       move data-emissao to carimbo-conc-data
                       move spaces to carimbo-conc-sistema
                       add 1 to total-divergentes
                       move "EMISSAO SEM LOTE NA DATA"
                           to carimbo-conc-situacao
                       write linha-conciliacao
                           from carimbo-da-conciliacao
                   end-if
               end-if
               if data-emissao not > data-limite-carencia
                   perform 3300-verifica-retornos-da-data thru 3300-fim
               at end move "sim" to fim-de-retornos
           end-read.
           if fim-de-retornos = "nao"
               if origem-retorno = spaces
                   move origem-da-manutencao to origem-do-retorno-lido
               else
                   move origem-retorno to origem-do-retorno-lido
               end-if
               if data-retorno = data-emissao
                       and origem-do-retorno-lido = origem-emissao
                   if sistema-retorno = sistema-cobranca
                       move "sim" to sw-retorno-cobranca
                   end-if
           close arquivo-retornos.
           close arquivo-emissoes.
           close arquivo-lotes.
           if calendario-disponivel
               close arquivo-calendario
           end-if.
           close relatorio-conciliacao.
           if total-divergentes > zeroes
                   or total-sem-retorno > zeroes
