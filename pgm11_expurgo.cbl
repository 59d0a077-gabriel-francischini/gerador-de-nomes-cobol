      * registros do mestre e imprime o relatorio do que foi
      * expurgado, com totais. um cliente que aparece em alguma
      * execucao do journal ainda dentro da janela de estorno
      * (execucoes processadas nos ultimos 30 dias uteis do
      * CALENDARIO-DIAS-UTEIS, conforme ARQUIVO-LOTES) nao e
      * expurgado, para a pgm04_estorno continuar podendo
      * devolver o mestre ao estado anterior.
      *
      * parametros de execucao:
      *   EXPURGAR aaaammdd   expurga inativos alterados pela
      *                       arquivada (a reativacao, se for o
      *                       caso, segue pela pgm02_manutencao).
      *
      * cada cliente expurgado ou restaurado sai no movimento
      * compensatorio para os sistemas corporativos (layout de
      * copybooks/movimento.cpy): acao "X" para remover o rg
      * expurgado e acao "R" para restaurar a imagem devolvida ao
      * mestre, com trailer proprio de totais e hash. o arquivo
      * se chama MOVIMENTO-<origem>-<aaaammdd> e a emissao e
      * registrada no ARQUIVO-EMISSOES com a origem PGM11
      * seguida da sequencia do dia, para a
      * pgm08_conciliacao_movimento conferir o retorno.
      *
      * historico de alteracoes
      *   2026-09-02  rf  versao inicial.
      *   2026-10-15  rf  janela de estorno contada em dias uteis
      *                   pelo CALENDARIO-DIAS-UTEIS.
      *   2026-10-15  rf  movimento compensatorio do expurgo e da
      *                   restauracao (acoes "X" e "R") com
      *                   trailer proprio e emissao registrada no
      *                   ARQUIVO-EMISSOES.
      *----------------------------------------------------------*
       identification division.
       program-id. pgm11_expurgo.
               access mode is dynamic
               record key is chave-lote
               file status is fs-arquivo-lotes.
           select arquivo-calendario assign to disk
               organization is indexed
               access mode is dynamic
               record key is data-do-calendario
               file status is fs-arquivo-calendario.
           select relatorio-expurgo assign to disk.
           select arquivo-movimento-expurgo
                   assign to nome-do-movimento-expurgo
               organization is line sequential
               file status is fs-arquivo-movimento-expurgo.
           select arquivo-emissoes assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-emissao
               file status is fs-arquivo-emissoes.

       data division.
       file section.
           label records are standard.
           copy "lote.cpy".

       fd arquivo-calendario
           label records are standard.
           copy "calendario.cpy".

       fd relatorio-expurgo
           label records are omitted.
       01 linha-expurgo pic x(132).

       fd arquivo-movimento-expurgo
           label records are omitted.
           copy "movimento.cpy".

       fd arquivo-emissoes
           label records are standard.
           copy "emissao.cpy".

       working-storage section.
       77 fs-arquivo-entrada pic x(02) value "00".
       77 fs-arquivo-historico pic x(02) value "00".
       77 rg-a-restaurar pic 9(10) value zeroes.
       77 data-de-hoje pic 9(08) value zeroes.
       77 dias-da-janela-estorno pic 9(03) value 30.
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
       77 data-inicio-janela pic 9(08) value zeroes.
       77 execucao-minima-janela pic 9(06) value zeroes.
       77 sw-janela-com-execucao pic x(03) value "nao".
       77 total-falhas-remocao pic 9(07) value zeroes.
       77 total-examinados pic 9(07) value zeroes.
       77 resultado-expurgo pic x(25) value spaces.
       77 fs-arquivo-movimento-expurgo pic x(02) value "00".
       77 fs-arquivo-emissoes pic x(02) value "00".
       77 nome-do-movimento-expurgo pic x(40) value spaces.
       77 sw-origem-livre pic x(01) value "N".
           88 origem-livre value "S".
       77 acao-compensatoria pic x(01) value spaces.
       77 total-remocoes pic 9(07) value zeroes.
       77 total-restauracoes pic 9(07) value zeroes.
       77 hash-rgs-do-movimento pic 9(13) value zeroes.

       01 origem-da-compensacao.
           02 programa-compensacao pic x(05) value "PGM11".
           02 sequencia-compensacao pic 9(03) value zeroes.

       01 carimbo-do-titulo-expurgo.
           02 filler pic x(05) value spaces.
           02 carimbo-expurgo-total-falhas pic ZZZZZZ9.
           02 filler pic x(30) value spaces.

       01 carimbo-da-compensacao-expurgo.
           02 filler pic x(05) value spaces.
           02 filler pic x(26) value "movimento compensatorio: ".
           02 carimbo-expurgo-movimento pic x(40).
           02 filler pic x(12) value "  remocoes: ".
           02 carimbo-expurgo-remocoes pic ZZZZZZ9.
           02 filler pic x(16) value "  restauracoes: ".
           02 carimbo-expurgo-restauracoes pic ZZZZZZ9.
           02 filler pic x(19) value spaces.


       procedure division.

               move 8 to return-code
               stop run
           end-if.
           open i-o arquivo-emissoes.
           if fs-arquivo-emissoes = "35"
               open output arquivo-emissoes
               close arquivo-emissoes
               open i-o arquivo-emissoes
           end-if.
           if fs-arquivo-emissoes not = "00"
               display "ARQUIVO-EMISSOES: ERRO NA ABERTURA - STATUS "
                   fs-arquivo-emissoes
               move 8 to return-code
               stop run
           end-if.
           perform 1050-numera-compensacao thru 1050-fim.
           open output arquivo-movimento-expurgo.
           if fs-arquivo-movimento-expurgo not = "00"
               display "ARQUIVO-MOVIMENTO-EXPURGO: ERRO NA ABERTURA - "
                   "STATUS " fs-arquivo-movimento-expurgo
               move 8 to return-code
               stop run
           end-if.
           open output relatorio-expurgo.
           write linha-expurgo from carimbo-do-titulo-expurgo.
           if parametro-acao = "EXPURGAR"
                   move 8 to return-code
                   stop run
               end-if
               open input arquivo-calendario
               if fs-arquivo-calendario not = "00"
                   move "N" to sw-calendario-disponivel
                   display "ARQUIVO-CALENDARIO: INDISPONIVEL - SO "
                       "SABADO E DOMINGO CONTAM COMO NAO UTEIS"
               end-if
               perform 1100-delimita-janela-estorno thru 1100-fim
               move data-de-retencao to carimbo-expurgo-retencao
               move data-inicio-janela to carimbo-expurgo-janela
       1000-fim.
           exit.

      * cada execucao do dia tem o proprio arquivo de movimento
      * compensatorio: a origem da emissao e PGM11 seguida da
      * primeira sequencia ainda livre no ARQUIVO-EMISSOES na data.
       1050-numera-compensacao.
           move zeroes to sequencia-compensacao.
           move "N" to sw-origem-livre.
           perform 1060-procura-origem-livre thru 1060-fim
               until origem-livre or sequencia-compensacao = 999.
           if not origem-livre
               display "PGM11_EXPURGO: SEQUENCIA DE EMISSOES DO DIA "
                   "ESGOTADA"
               move 8 to return-code
               stop run
           end-if.
           move spaces to nome-do-movimento-expurgo.
           string "MOVIMENTO-" delimited by size
               origem-da-compensacao delimited by size
               "-" delimited by size
               data-de-hoje delimited by size
               into nome-do-movimento-expurgo
           end-string.
       1050-fim.
           exit.

       1060-procura-origem-livre.
           add 1 to sequencia-compensacao.
           move data-de-hoje to data-emissao.
           move origem-da-compensacao to origem-emissao.
           read arquivo-emissoes
               invalid key
                   move "S" to sw-origem-livre
           end-read.
       1060-fim.
           exit.

       1100-delimita-janela-estorno.
           move data-de-hoje to data-examinada.
           perform 1200-recua-dia-util thru 1200-fim
               dias-da-janela-estorno times.
           move data-examinada to data-inicio-janela.
           move "nao" to sw-janela-com-execucao.
           move 999999 to execucao-minima-janela.
           move low-values to chave-lote.
       1150-fim.
           exit.

      * leva a data-examinada para o dia util anterior a ela.
       1200-recua-dia-util.
           move "N" to sw-dia-util.
           perform 1250-recua-um-dia thru 1250-fim
               until dia-util.
       1200-fim.
           exit.

       1250-recua-um-dia.
           compute dias-em-inteiro =
               function integer-of-date(data-examinada) - 1.
           move function date-of-integer(dias-em-inteiro)
               to data-examinada.
           perform 1300-examina-dia-util thru 1300-fim.
       1250-fim.
           exit.

      * sabado e domingo nao sao uteis e os demais dias sao,
      * salvo feriado ou dia util extra cadastrado no calendario.
       1300-examina-dia-util.
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
       1300-fim.
           exit.

       2000-examina-cliente.
           if cliente-inativo
                   and data-da-ultima-alteracao < data-de-retencao
               not invalid key
                   add 1 to total-expurgados
                   move "EXPURGADO" to resultado-expurgo
                   move "X" to acao-compensatoria
                   perform 2700-grava-compensacao thru 2700-fim
           end-delete.
           perform 2600-imprime-linha thru 2600-fim.
       2400-fim.
       2600-fim.
           exit.

      * remocao leva a imagem que sai do mestre e restauracao a
      * imagem que volta do historico.
       2700-grava-compensacao.
           move "D" to tipo-do-movimento.
           move acao-compensatoria to acao-do-movimento.
           move cliente to cliente-do-movimento.
           move zeroes to rg-sobrevivente-movimento.
           add rg-do-cliente to hash-rgs-do-movimento.
           if acao-compensatoria = "X"
               add 1 to total-remocoes
           else
               add 1 to total-restauracoes
           end-if.
           write registro-movimento.
       2700-fim.
           exit.

       3000-finaliza.
           if parametro-acao = "EXPURGAR"
               move total-examinados to carimbo-expurgo-total-exam
               write linha-expurgo from carimbo-do-total-expurgo
               close arquivo-journal
               close arquivo-lotes
               if calendario-disponivel
                   close arquivo-calendario
               end-if
           end-if.
           move "T" to tipo-do-movimento.
           move zeroes to qtd-inclusoes-movimento.
           move zeroes to qtd-alteracoes-movimento.
           move zeroes to qtd-exclusoes-movimento.
           move hash-rgs-do-movimento to hash-rgs-movimento.
           move zeroes to qtd-unificacoes-movimento.
           move zeroes to qtd-anonimizacoes-movimento.
           move total-remocoes to qtd-remocoes-movimento.
           move total-restauracoes to qtd-restauracoes-movimento.
           write registro-movimento.
           if total-remocoes > zeroes or total-restauracoes > zeroes
               perform 3100-registra-emissao thru 3100-fim
           end-if.
           move nome-do-movimento-expurgo to carimbo-expurgo-movimento.
           move total-remocoes to carimbo-expurgo-remocoes.
           move total-restauracoes to carimbo-expurgo-restauracoes.
           write linha-expurgo from carimbo-da-compensacao-expurgo.
           close arquivo-entrada.
           close arquivo-historico.
           close arquivo-movimento-expurgo.
           close arquivo-emissoes.
           close relatorio-expurgo.
       3000-fim.
           exit.

       3100-registra-emissao.
           move data-de-hoje to data-emissao.
           move origem-da-compensacao to origem-emissao.
           move zeroes to execucao-emissao.
           move zeroes to qtd-inclusoes-emissao.
           move zeroes to qtd-alteracoes-emissao.
           move zeroes to qtd-exclusoes-emissao.
           move total-falhas-remocao to qtd-invalidas-emissao.
           move hash-rgs-do-movimento to hash-rgs-emissao.
           move zeroes to qtd-unificacoes-emissao.
           move zeroes to qtd-anonimizacoes-emissao.
           move total-remocoes to qtd-remocoes-emissao.
           move total-restauracoes to qtd-restauracoes-emissao.
           write registro-emissao
               invalid key
                   display "ARQUIVO-EMISSOES: FALHA AO REGISTRAR "
                       "EMISSAO " origem-emissao
           end-write.
       3100-fim.
           exit.

       5000-restaura-cliente.
           move rg-a-restaurar to rg-do-cliente-historico.
           read arquivo-historico
               not invalid key
                   perform 5300-remove-do-historico thru 5300-fim
                   move "RESTAURADO" to resultado-expurgo
                   move "R" to acao-compensatoria
                   perform 2700-grava-compensacao thru 2700-fim
           end-write.
           perform 2600-imprime-linha thru 2600-fim.
       5200-fim.
