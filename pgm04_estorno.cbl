      * somente as entradas da execucao informada como parametro,
      * e devolve o arquivo mestre ARQUIVO-ENTRADA ao estado em
      * que estava antes daquela execucao: inclusoes sao
      * removidas e alteracoes, exclusoes e unificacoes tem a
      * imagem anterior do registro regravada. gera um log
      * impresso com o resultado de cada estorno aplicado.
      * cada estorno aplicado sai tambem no movimento
      * compensatorio para os sistemas corporativos (layout de
      * copybooks/movimento.cpy): acao "X" para remover a
      * inclusao estornada e acao "R" para restaurar a imagem
      * anterior, com trailer proprio de totais e hash. o
      * arquivo se chama MOVIMENTO-<origem>-<aaaammdd> e a
      * emissao e registrada no ARQUIVO-EMISSOES com a origem
      * PGM04 seguida da sequencia do dia, para a
      * pgm08_conciliacao_movimento conferir o retorno.
      *
      * as transacoes com vigencia futura do ARQUIVO-PENDENCIAS
      * tambem voltam ao estado anterior a execucao estornada: as
      * que ela liberou voltam a aguardar ("P") para serem
      * aplicadas de novo pela pgm02_manutencao, ja que o mestre
      * volta a imagem anterior, e as que ela reteve do lote
      * estornado sao canceladas ("C"). o log lista cada uma.
      *
      * a execucao da renomeacao de cidades da
      * pgm06_manutencao_cidades (origem PGM06CID no
      * ARQUIVO-LOTES) e recusada: devolver so as imagens dos
      * clientes deixaria a cidade antiga fora de CIDADES-VALIDAS
      * e as faixas de cep na cidade nova. essa execucao se
      * desfaz com uma transacao "R" inversa na
      * pgm06_manutencao_cidades.
      *
      * historico de alteracoes
      *   2026-08-22  rf  versao inicial.
      *                   por nome-do-cliente (com duplicatas),
      *                   usada pela consulta interativa
      *                   pgm05_consulta.
      *   2026-10-15  rf  estorno da unificacao de cadastros (acao
      *                   "U"): o rg descartado volta a imagem
      *                   anterior e o par sai do arquivo de
      *                   referencia cruzada ARQUIVO-RGS-UNIFICADOS.
      *   2026-10-15  rf  movimento compensatorio do estorno
      *                   (acoes "X" e "R") com trailer proprio e
      *                   emissao registrada no ARQUIVO-EMISSOES.
      *   2026-10-15  rf  recusa o estorno da execucao de
      *                   renomeacao de cidades (origem PGM06CID).
      *   2026-10-15  rf  pendencias liberadas pela execucao
      *                   estornada voltam a aguardar e as retidas
      *                   por ela sao canceladas.
      *----------------------------------------------------------*
       identification division.
       program-id. pgm04_estorno.
               record key is chave-journal
               file status is fs-arquivo-journal.
           select arquivo-log assign to disk.
           select arquivo-rgs-unificados assign to disk
               organization is indexed
               access mode is dynamic
               record key is rg-unificado
               file status is fs-arquivo-rgs-unificados.
           select arquivo-movimento-estorno
                   assign to nome-do-movimento-estorno
               organization is line sequential
               file status is fs-arquivo-movimento-estorno.
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
           select arquivo-pendencias assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-pendencia
               alternate record key is rg-retido
                   with duplicates
               file status is fs-arquivo-pendencias.

       data division.
       file section.
           label records are omitted.
       01 linha-log pic x(132).

       fd arquivo-rgs-unificados
           label records are standard.
           copy "unificacao.cpy".

       fd arquivo-movimento-estorno
           label records are omitted.
           copy "movimento.cpy".

       fd arquivo-emissoes
           label records are standard.
           copy "emissao.cpy".

       fd arquivo-lotes
           label records are standard.
           copy "lote.cpy".

       fd arquivo-pendencias
           label records are standard.
           copy "pendencia.cpy".

       working-storage section.
       77 fs-arquivo-entrada pic x(02) value "00".
       77 fs-arquivo-journal pic x(02) value "00".
       77 total-falhas pic 9(07) value zeroes.
       77 acao-log pic x(18) value spaces.
       77 resultado-log pic x(25) value spaces.
       77 fs-arquivo-rgs-unificados pic x(02) value "00".
       77 sw-unificados-disponivel pic x(01) value "S".
           88 unificados-disponivel value "S".
       77 fs-arquivo-movimento-estorno pic x(02) value "00".
       77 fs-arquivo-emissoes pic x(02) value "00".
       77 data-do-movimento pic 9(08) value zeroes.
       77 nome-do-movimento-estorno pic x(40) value spaces.
       77 sw-origem-livre pic x(01) value "N".
           88 origem-livre value "S".
       77 sw-estorno-aplicado pic x(01) value "N".
           88 estorno-aplicado value "S".
       77 acao-compensatoria pic x(01) value spaces.
       77 total-remocoes pic 9(07) value zeroes.
       77 total-restauracoes pic 9(07) value zeroes.
       77 hash-rgs-do-movimento pic 9(13) value zeroes.
       77 fs-arquivo-lotes pic x(02) value "00".
       77 fim-de-lotes pic x(03) value "nao".
       77 origem-da-renomeacao pic x(08) value "PGM06CID".
       77 sw-execucao-de-cidades pic x(01) value "N".
           88 execucao-de-cidades value "S".
       77 fs-arquivo-pendencias pic x(02) value "00".
       77 sw-pendencias-disponivel pic x(01) value "S".
           88 pendencias-disponivel value "S".
       77 fim-das-pendencias pic x(03) value "nao".
       77 total-pendencias-devolvidas pic 9(07) value zeroes.
       77 total-pendencias-canceladas pic 9(07) value zeroes.

       01 origem-da-compensacao.
           02 programa-compensacao pic x(05) value "PGM04".
           02 sequencia-compensacao pic 9(03) value zeroes.

       01 cliente-da-imagem.
           02 rg-da-imagem pic 9(10).
           02 carimbo-log-total-falhas pic ZZZZZZ9.
           02 filler pic x(81) value spaces.

       01 carimbo-da-compensacao-log.
           02 filler pic x(05) value spaces.
           02 filler pic x(26) value "movimento compensatorio: ".
           02 carimbo-log-movimento pic x(40).
           02 filler pic x(12) value "  remocoes: ".
           02 carimbo-log-total-remocoes pic ZZZZZZ9.
           02 filler pic x(16) value "  restauracoes: ".
           02 carimbo-log-total-restauracoes pic ZZZZZZ9.
           02 filler pic x(19) value spaces.

       01 carimbo-das-pendencias-log.
           02 filler pic x(05) value spaces.
           02 filler pic x(36)
               value "pendencias de volta a aguardar: ".
           02 carimbo-log-total-devolvidas pic ZZZZZZ9.
           02 filler pic x(14) value "  canceladas: ".
           02 carimbo-log-total-canceladas pic ZZZZZZ9.
           02 filler pic x(63) value spaces.


       procedure division.

           stop run.

       1000-inicializa.
           accept data-do-movimento from date yyyymmdd.
           accept parametro-execucao from command-line.
           if parametro-execucao = spaces
               display "PGM04_ESTORNO: INFORME A EXECUCAO A ESTORNAR"
                   parametro-execucao
               stop run
           end-if.
           perform 1050-verifica-origem thru 1050-fim.
           if execucao-de-cidades
               display "PGM04_ESTORNO: EXECUCAO " execucao-a-estornar
                   " E RENOMEACAO DE CIDADES (PGM06CID) - DESFAZER "
                   "COM TRANSACAO R INVERSA NA "
                   "PGM06_MANUTENCAO_CIDADES"
               stop run
           end-if.
           open i-o arquivo-entrada.
           if fs-arquivo-entrada not = "00"
               display "ARQUIVO-ENTRADA: ERRO NA ABERTURA - STATUS "
                   fs-arquivo-journal
               stop run
           end-if.
           open i-o arquivo-rgs-unificados.
           if fs-arquivo-rgs-unificados = "35"
               move "N" to sw-unificados-disponivel
           else
               if fs-arquivo-rgs-unificados not = "00"
                   display "ARQUIVO-RGS-UNIFICADOS: ERRO NA ABERTURA - "
                       "STATUS " fs-arquivo-rgs-unificados
                   stop run
               end-if
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
               stop run
           end-if.
           open i-o arquivo-pendencias.
           if fs-arquivo-pendencias = "35"
               move "N" to sw-pendencias-disponivel
           else
               if fs-arquivo-pendencias not = "00"
                   display "ARQUIVO-PENDENCIAS: ERRO NA ABERTURA - "
                       "STATUS " fs-arquivo-pendencias
                   stop run
               end-if
           end-if.
           perform 1100-numera-compensacao thru 1100-fim.
           open output arquivo-movimento-estorno.
           if fs-arquivo-movimento-estorno not = "00"
               display "ARQUIVO-MOVIMENTO-ESTORNO: ERRO NA ABERTURA - "
                   "STATUS " fs-arquivo-movimento-estorno
               stop run
           end-if.
           open output arquivo-log.
           write linha-log from carimbo-do-titulo-log.
           move execucao-a-estornar to carimbo-log-execucao.
       1000-fim.
           exit.

      * procura a execucao informada no ARQUIVO-LOTES para saber
      * se ela veio da renomeacao de cidades. sem ARQUIVO-LOTES
      * nao ha execucao de renomeacao a recusar.
       1050-verifica-origem.
           move "N" to sw-execucao-de-cidades.
           open input arquivo-lotes.
           if fs-arquivo-lotes = "35"
               go to 1050-fim
           end-if.
           if fs-arquivo-lotes not = "00"
               display "ARQUIVO-LOTES: ERRO NA ABERTURA - STATUS "
                   fs-arquivo-lotes
               stop run
           end-if.
           move origem-da-renomeacao to origem-lote.
           move zeroes to sequencia-lote.
           move "nao" to fim-de-lotes.
           start arquivo-lotes
                   key is not less than chave-lote
               invalid key move "sim" to fim-de-lotes
           end-start.
           perform 1060-examina-um-lote thru 1060-fim
               until fim-de-lotes = "sim" or execucao-de-cidades.
           close arquivo-lotes.
       1050-fim.
           exit.

       1060-examina-um-lote.
           read arquivo-lotes next record
               at end move "sim" to fim-de-lotes
           end-read.
           if fim-de-lotes = "nao"
               if origem-lote not = origem-da-renomeacao
                   move "sim" to fim-de-lotes
               else
                   if execucao-lote = execucao-a-estornar
                       move "S" to sw-execucao-de-cidades
                   end-if
               end-if
           end-if.
       1060-fim.
           exit.

      * cada execucao do dia tem o proprio arquivo de movimento
      * compensatorio: a origem da emissao e PGM04 seguida da
      * primeira sequencia ainda livre no ARQUIVO-EMISSOES na data.
       1100-numera-compensacao.
           move zeroes to sequencia-compensacao.
           move "N" to sw-origem-livre.
           perform 1150-procura-origem-livre thru 1150-fim
               until origem-livre or sequencia-compensacao = 999.
           if not origem-livre
               display "PGM04_ESTORNO: SEQUENCIA DE EMISSOES DO DIA "
                   "ESGOTADA"
               stop run
           end-if.
           move spaces to nome-do-movimento-estorno.
           string "MOVIMENTO-" delimited by size
               origem-da-compensacao delimited by size
               "-" delimited by size
               data-do-movimento delimited by size
               into nome-do-movimento-estorno
           end-string.
       1100-fim.
           exit.

       1150-procura-origem-livre.
           add 1 to sequencia-compensacao.
           move data-do-movimento to data-emissao.
           move origem-da-compensacao to origem-emissao.
           read arquivo-emissoes
               invalid key
                   move "S" to sw-origem-livre
           end-read.
       1150-fim.
           exit.

       2000-estorna-registro.
           evaluate true
               when acao-journal = "I"
                   perform 2200-estorna-inclusao thru 2200-fim
               when acao-journal = "A" or acao-journal = "E"
                   perform 2300-estorna-atualizacao thru 2300-fim
               when acao-journal = "U"
                   perform 2300-estorna-atualizacao thru 2300-fim
                   perform 2400-estorna-unificacao thru 2400-fim
               when other
                   add 1 to total-falhas
                   move "ACAO DESCONHECIDA" to acao-log
               not invalid key
                   add 1 to total-estornados
                   move "INCLUSAO REMOVIDA" to resultado-log
                   move "X" to acao-compensatoria
                   perform 2700-grava-compensacao thru 2700-fim
           end-delete.
           perform 2600-grava-log thru 2600-fim.
       2200-fim.
           exit.

       2300-estorna-atualizacao.
           evaluate acao-journal
               when "A"
                   move "ESTORNO ALTERACAO" to acao-log
               when "U"
                   move "ESTORNO UNIFICACAO" to acao-log
               when other
                   move "ESTORNO EXCLUSAO" to acao-log
           end-evaluate.
           move imagem-antes to cliente-da-imagem.
           move imagem-antes to cliente.
           move "N" to sw-estorno-aplicado.
           rewrite cliente
               invalid key
                   write cliente
                       not invalid key
                           add 1 to total-estornados
                           move "IMAGEM RESTAURADA" to resultado-log
                           move "S" to sw-estorno-aplicado
                   end-write
               not invalid key
                   add 1 to total-estornados
                   move "IMAGEM RESTAURADA" to resultado-log
                   move "S" to sw-estorno-aplicado
           end-rewrite.
           if estorno-aplicado
               move "R" to acao-compensatoria
               perform 2700-grava-compensacao thru 2700-fim
           end-if.
           perform 2600-grava-log thru 2600-fim.
       2300-fim.
           exit.

       2400-estorna-unificacao.
           if unificados-disponivel
               move rg-da-imagem to rg-unificado
               delete arquivo-rgs-unificados record
                   invalid key
                       continue
               end-delete
           end-if.
       2400-fim.
           exit.

       2600-grava-log.
           move acao-log to carimbo-log-acao.
           move rg-da-imagem to carimbo-log-rg.
       2600-fim.
           exit.

      * remocao leva a imagem que sai do mestre e restauracao a
      * imagem anterior que volta a valer.
       2700-grava-compensacao.
           move "D" to tipo-do-movimento.
           move acao-compensatoria to acao-do-movimento.
           move cliente-da-imagem to cliente-do-movimento.
           move zeroes to rg-sobrevivente-movimento.
           add rg-da-imagem to hash-rgs-do-movimento.
           if acao-compensatoria = "X"
               add 1 to total-remocoes
           else
               add 1 to total-restauracoes
           end-if.
           write registro-movimento.
       2700-fim.
           exit.

       3000-finaliza.
           if pendencias-disponivel
               perform 3200-desfaz-pendencias thru 3200-fim
           end-if.
           if total-estornados = zeroes and total-falhas = zeroes
               display "PGM04_ESTORNO: EXECUCAO "
                   execucao-a-estornar
           move total-estornados to carimbo-log-total-estornados.
           move total-falhas to carimbo-log-total-falhas.
           write linha-log from carimbo-do-total-log.
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
           move nome-do-movimento-estorno to carimbo-log-movimento.
           move total-remocoes to carimbo-log-total-remocoes.
           move total-restauracoes to carimbo-log-total-restauracoes.
           write linha-log from carimbo-da-compensacao-log.
           if pendencias-disponivel
               move total-pendencias-devolvidas
                   to carimbo-log-total-devolvidas
               move total-pendencias-canceladas
                   to carimbo-log-total-canceladas
               write linha-log from carimbo-das-pendencias-log
               close arquivo-pendencias
           end-if.
           close arquivo-entrada.
           close arquivo-journal.
           if unificados-disponivel
               close arquivo-rgs-unificados
           end-if.
           close arquivo-movimento-estorno.
           close arquivo-emissoes.
           close arquivo-log.
       3000-fim.
           exit.

       3100-registra-emissao.
           move data-do-movimento to data-emissao.
           move origem-da-compensacao to origem-emissao.
           move execucao-a-estornar to execucao-emissao.
           move zeroes to qtd-inclusoes-emissao.
           move zeroes to qtd-alteracoes-emissao.
           move zeroes to qtd-exclusoes-emissao.
           move total-falhas to qtd-invalidas-emissao.
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

      * como no estorno automatico da pgm02_manutencao: as
      * pendencias liberadas pela execucao estornada voltam a
      * aguardar e as retidas por ela, do lote estornado, sao
      * canceladas.
       3200-desfaz-pendencias.
           move "nao" to fim-das-pendencias.
           move low-values to chave-pendencia.
           start arquivo-pendencias
                   key is not less than chave-pendencia
               invalid key move "sim" to fim-das-pendencias
           end-start.
           perform 3250-desfaz-uma-pendencia thru 3250-fim
               until fim-das-pendencias = "sim".
       3200-fim.
           exit.

       3250-desfaz-uma-pendencia.
           read arquivo-pendencias next record
               at end move "sim" to fim-das-pendencias
           end-read.
           if fim-das-pendencias = "sim"
               go to 3250-fim
           end-if.
           if pendencia-aguardando
                   and execucao-da-pendencia = execucao-a-estornar
               move "PENDENCIA RETIDA" to acao-log
               move "C" to situacao-da-pendencia
               rewrite registro-pendencia
                   invalid key
                       move "FALHA NA GRAVACAO" to resultado-log
                   not invalid key
                       add 1 to total-pendencias-canceladas
                       move "CANCELADA" to resultado-log
               end-rewrite
               perform 3280-grava-log-pendencia thru 3280-fim
               go to 3250-fim
           end-if.
           if pendencia-liberada
                   and execucao-da-liberacao = execucao-a-estornar
               move "PENDENCIA LIBERADA" to acao-log
               move "P" to situacao-da-pendencia
               move zeroes to data-da-liberacao
               move zeroes to execucao-da-liberacao
               rewrite registro-pendencia
                   invalid key
                       move "FALHA NA GRAVACAO" to resultado-log
                   not invalid key
                       add 1 to total-pendencias-devolvidas
                       move "VOLTA A AGUARDAR" to resultado-log
               end-rewrite
               perform 3280-grava-log-pendencia thru 3280-fim
           end-if.
       3250-fim.
           exit.

       3280-grava-log-pendencia.
           move acao-log to carimbo-log-acao.
           move rg-retido to carimbo-log-rg.
           move nome-retido to carimbo-log-nome.
           move resultado-log to carimbo-log-resultado.
           write linha-log from carimbo-da-linha-log.
       3280-fim.
           exit.
