      * inclusao a imagem anterior e vazia, entao todos os campos
      * saem listados - e o retrato do registro original. a mesa
      * de atendimento tem a mesma consulta na opcao 4 da
      * pgm05_consulta. o cliente anonimizado a pedido do titular
      * (pgm18_anonimizacao) sai identificado no extrato com o
      * protocolo e a data da anonimizacao; as imagens dele ja
      * estao mascaradas no journal.
      *
      * historico de alteracoes
      *   2026-09-02  rf  versao inicial.
      *   2026-10-15  rf  descricao da acao de unificacao de
      *                   cadastros (acao "U") no extrato.
      *   2026-10-15  rf  aviso de cliente anonimizado a pedido do
      *                   titular, a partir do ARQUIVO-ANONIMIZACOES.
      *----------------------------------------------------------*
       identification division.
       program-id. pgm12_historico_cliente.
               access mode is dynamic
               record key is chave-journal
               file status is fs-arquivo-journal.
           select arquivo-anonimizacoes assign to disk
               organization is indexed
               access mode is dynamic
               record key is protocolo-anonimizacao
               alternate record key is rg-anonimizado
                   with duplicates
               file status is fs-arquivo-anonimizacoes.
           select relatorio-historico assign to disk.

       data division.
           label records are standard.
           copy "journal.cpy".

       fd arquivo-anonimizacoes
           label records are standard.
           copy "anonimizacao.cpy".

       fd relatorio-historico
           label records are omitted.
       01 linha-historico pic x(132).

       working-storage section.
       77 fs-arquivo-journal pic x(02) value "00".
       77 fs-arquivo-anonimizacoes pic x(02) value "00".
       77 fim-do-journal pic x(03) value "nao".
       77 fim-das-anonimizacoes pic x(03) value "nao".
       77 parametro-execucao pic x(20) value spaces.
       77 rg-do-historico pic 9(10) value zeroes.
       77 total-entradas-do-rg pic 9(07) value zeroes.
           02 carimbo-titulo-rg pic 9(10).
           02 filler pic x(82) value spaces.

       01 carimbo-da-anonimizacao.
           02 filler pic x(05) value spaces.
           02 filler pic x(52) value
               "cliente anonimizado a pedido do titular - protocolo ".
           02 carimbo-anon-protocolo pic x(15).
           02 filler pic x(16) value " concluido em: ".
           02 carimbo-anon-conclusao pic 9(08).
           02 filler pic x(36) value spaces.

       01 carimbo-da-entrada-historico.
           02 filler pic x(05) value spaces.
           02 filler pic x(10) value "execucao: ".
           open output relatorio-historico.
           move rg-do-historico to carimbo-titulo-rg.
           write linha-historico from carimbo-do-titulo-historico.
           open input arquivo-anonimizacoes.
           if fs-arquivo-anonimizacoes = "00"
               perform 1100-procura-anonimizacao thru 1100-fim
               close arquivo-anonimizacoes
           end-if.
           move zeroes to chave-journal.
           start arquivo-journal
                   key is greater than chave-journal
       1000-fim.
           exit.

       1100-procura-anonimizacao.
           move rg-do-historico to rg-anonimizado.
           start arquivo-anonimizacoes
                   key is equal to rg-anonimizado
               invalid key move "sim" to fim-das-anonimizacoes
           end-start.
           perform 1150-examina-anonimizacao thru 1150-fim
               until fim-das-anonimizacoes = "sim".
       1100-fim.
           exit.

       1150-examina-anonimizacao.
           read arquivo-anonimizacoes next record
               at end move "sim" to fim-das-anonimizacoes
           end-read.
           if fim-das-anonimizacoes = "sim"
               go to 1150-fim
           end-if.
           if rg-anonimizado not = rg-do-historico
               move "sim" to fim-das-anonimizacoes
               go to 1150-fim
           end-if.
           if anonimizacao-concluida
               move protocolo-anonimizacao to carimbo-anon-protocolo
               move data-da-conclusao to carimbo-anon-conclusao
               write linha-historico from carimbo-da-anonimizacao
           end-if.
       1150-fim.
           exit.

       2000-examina-entrada.
           read arquivo-journal next record
               at end move "sim" to fim-do-journal
                   move "ALTERACAO" to acao-descrita
               when "E"
                   move "EXCLUSAO" to acao-descrita
               when "U"
                   move "UNIFICACAO" to acao-descrita
               when other
                   move "ACAO DESCONHECIDA" to acao-descrita
           end-evaluate.
