      *----------------------------------------------------------*
      * pgm16_posicao_retroativa
      *
      * reconstitui a posicao completa do cadastro de clientes
      * como estava ao fim de uma data passada, para atender a
      * auditoria e o juridico ("como estava o cadastro no dia
      * x?") sem depender de consultar cliente a cliente pela
      * pgm12_historico_cliente. parte da posicao atual - o
      * arquivo mestre ARQUIVO-ENTRADA mais os clientes do
      * ARQUIVO-HISTORICO expurgados depois da data - montada no
      * arquivo de trabalho ARQUIVO-RECONSTITUICAO, e desfaz
      * sobre ele, em ordem inversa, as imagens do journal
      * ARQUIVO-JOURNAL de toda execucao processada depois da
      * data: a primeira dessas execucoes sai do ARQUIVO-LOTES,
      * que liga a data de processamento ao numero da execucao.
      * inclusoes sao removidas e alteracoes, exclusoes e
      * unificacoes voltam a imagem anterior, como faria a
      * pgm04_estorno. o mestre nunca e aberto para atualizacao.
      *
      * o estorno feito pela pgm04_estorno depois da data deixa
      * rastro no ARQUIVO-EMISSOES (origem PGM04 mais a sequencia
      * do dia, data do estorno e execucao estornada). a execucao
      * posterior a data que ja foi estornada nao e desfeita de
      * novo, porque o mestre ja nao tem as alteracoes dela. a
      * execucao processada ate a data e estornada depois dela
      * teria de ser refeita: a posicao nao a recompoe, lista a
      * execucao como excecao e encerra com return-code 4.
      *
      * a posicao sai no ARQUIVO-POSICAO, na mesma disposicao da
      * carga da pgm09_carga_posicao (copybooks/movimento.cpy):
      * um detalhe por cliente com a situacao no campo de acao e
      * o registro de controle com ativos, inativos e hash dos
      * rgs. o RELATORIO-POSICAO traz os totais de controle da
      * reconstituicao e, com o parametro LISTAR, a listagem dos
      * clientes por estado e cidade.
      *
      * parametros de execucao:
      *   aaaammdd [LISTAR]
      *
      * registra a execucao em ARQUIVO-CONTROLE como PGM16 e
      * encerra com return-code 0 (ok), 4 (imagens do journal que
      * nao puderam ser desfeitas ou execucao estornada depois da
      * data que a posicao nao recompoe) ou 8 (abortada).
      *
      * historico de alteracoes
      *   2026-10-15  rf  versao inicial.
      *   2026-10-15  rf  totais de remocoes e restauracoes do
      *                   movimento.cpy vao zerados no trailer.
      *   2026-10-15  rf  estornos da pgm04_estorno posteriores a
      *                   data, achados no ARQUIVO-EMISSOES, nao
      *                   sao desfeitos de novo; o estorno de
      *                   execucao anterior a data sai como excecao.
      *----------------------------------------------------------*
       identification division.
       program-id. pgm16_posicao_retroativa.


       environment division.
       input-output section.
       file-control.
           select arquivo-entrada assign to disk
               organization is indexed
               access mode is dynamic
               record key is rg-do-cliente
               alternate record key is nome-do-cliente
                   with duplicates
               file status is fs-arquivo-entrada.
           select arquivo-historico assign to disk
               organization is indexed
               access mode is dynamic
               record key is rg-do-cliente-historico
               file status is fs-arquivo-historico.
           select arquivo-journal assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-journal
               file status is fs-arquivo-journal.
           select arquivo-lotes assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-lote
               file status is fs-arquivo-lotes.
           select arquivo-emissoes assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-emissao
               file status is fs-arquivo-emissoes.
           select arquivo-reconstituicao assign to disk
               organization is indexed
               access mode is dynamic
               record key is rg-reconstituido
               file status is fs-arquivo-reconstituicao.
           select arquivo-posicao assign to disk
               organization is line sequential.
           select relatorio-posicao assign to disk.
           select arquivo-classificacao assign to disk.
           select arquivo-controle assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-controle-execucao
               file status is fs-arquivo-controle.

       data division.
       file section.
       fd arquivo-entrada
           label records are standard.
           copy "cliente.cpy".

       fd arquivo-historico
           label records are standard.
           copy "historico.cpy".

       fd arquivo-journal
           label records are standard.
           copy "journal.cpy".

       fd arquivo-lotes
           label records are standard.
           copy "lote.cpy".

       fd arquivo-emissoes
           label records are standard.
           copy "emissao.cpy".

       fd arquivo-reconstituicao
           label records are standard.
       01 cliente-reconstituido.
           02 rg-reconstituido pic 9(10).
           02 resto-reconstituido pic x(127).

       fd arquivo-posicao
           label records are omitted.
           copy "movimento.cpy".

       fd relatorio-posicao
           label records are omitted.
       01 linha-posicao pic x(132).

       sd arquivo-classificacao.
       01 registro-classificado.
           02 estado-classificado pic x(02).
           02 cidade-classificada pic x(30).
           02 rg-classificado pic 9(10).
           02 nome-classificado pic x(30).
           02 situacao-classificada pic x(01).

       fd arquivo-controle
           label records are standard.
           copy "controle-execucao.cpy".

       working-storage section.
       77 fs-arquivo-entrada pic x(02) value "00".
       77 fs-arquivo-historico pic x(02) value "00".
       77 fs-arquivo-journal pic x(02) value "00".
       77 fs-arquivo-lotes pic x(02) value "00".
       77 fs-arquivo-reconstituicao pic x(02) value "00".
       77 fs-arquivo-controle pic x(02) value "00".
       77 fs-arquivo-emissoes pic x(02) value "00".
       77 sw-historico-disponivel pic x(01) value "S".
           88 historico-disponivel value "S".
       77 sw-controle-aberto pic x(01) value "N".
           88 controle-aberto value "S".
       77 sw-controle-gravado pic x(01) value "N".
           88 controle-gravado value "S".
       77 sw-listagem pic x(01) value "N".
           88 listagem-pedida value "S".
       77 sw-ha-execucao-posterior pic x(03) value "nao".
       77 fim-de-arquivo pic x(03) value "nao".
       77 fim-de-lotes pic x(03) value "nao".
       77 fim-das-emissoes pic x(03) value "nao".
       77 origem-do-estorno pic x(05) value "PGM04".
       77 qtd-execucoes-estornadas pic 9(03) value zeroes.
       77 max-execucoes-estornadas pic 9(03) value 500.
       77 ix-estornada pic 9(03) value zeroes.
       77 sw-imagem-estornada pic x(01) value "N".
           88 imagem-ja-estornada value "S".
       77 total-imagens-estornadas pic 9(07) value zeroes.
       77 total-estornos-nao-refeitos pic 9(07) value zeroes.
       77 fim-do-journal pic x(03) value "nao".
       77 fim-da-classificacao pic x(03) value "nao".
       77 parametro-execucao pic x(30) value spaces.
       77 parametro-data pic x(10) value spaces.
       77 parametro-opcao pic x(10) value spaces.
       77 data-da-posicao pic 9(08) value zeroes.
       77 data-de-hoje pic 9(08) value zeroes.
       77 hora-do-movimento pic 9(08) value zeroes.
       77 execucao-limite pic 9(06) value zeroes.
       77 total-do-mestre pic 9(07) value zeroes.
       77 total-do-historico pic 9(07) value zeroes.
       77 total-desfeitos pic 9(07) value zeroes.
       77 total-falhas-desfazer pic 9(07) value zeroes.
       77 total-clientes-ativos pic 9(07) value zeroes.
       77 total-clientes-inativos pic 9(07) value zeroes.
       77 hash-rgs-da-posicao pic 9(13) value zeroes.
       77 estado-anterior pic x(02) value spaces.
       77 cidade-anterior pic x(30) value spaces.
       77 total-da-cidade pic 9(07) value zeroes.
       77 total-do-estado pic 9(07) value zeroes.
       77 situacao-mostrada pic x(07) value spaces.

       01 cliente-da-imagem.
           02 rg-da-imagem pic 9(10).
           02 filler pic x(127).

       01 tabela-de-estornos.
           02 execucao-estornada pic 9(06) occurs 500 times.

       01 cliente-da-posicao.
           02 rg-da-posicao pic 9(10).
           02 nome-da-posicao pic x(30).
           02 estado-da-posicao pic x(02).
           02 cidade-da-posicao pic x(30).
           02 filler pic x(64).
           02 situacao-da-posicao pic x(01).
               88 posicao-inativa value "I".

       01 carimbo-do-titulo-posicao.
           02 filler pic x(05) value spaces.
           02 filler pic x(44)
               value "posicao reconstituida do cadastro em: ".
           02 carimbo-pos-data pic 9(08).
           02 filler pic x(75) value spaces.

       01 carimbo-do-controle-posicao.
           02 filler pic x(05) value spaces.
           02 filler pic x(19) value "do mestre atual: ".
           02 carimbo-pos-mestre pic ZZZZZZ9.
           02 filler pic x(04) value spaces.
           02 filler pic x(19) value "do historico: ".
           02 carimbo-pos-historico pic ZZZZZZ9.
           02 filler pic x(04) value spaces.
           02 filler pic x(21) value "desde a execucao: ".
           02 carimbo-pos-execucao pic ZZZZZ9.
           02 filler pic x(40) value spaces.

       01 carimbo-do-desfazimento.
           02 filler pic x(05) value spaces.
           02 filler pic x(19) value "imagens desfeitas: ".
           02 carimbo-pos-desfeitos pic ZZZZZZ9.
           02 filler pic x(04) value spaces.
           02 filler pic x(19) value "falhas: ".
           02 carimbo-pos-falhas pic ZZZZZZ9.
           02 filler pic x(04) value spaces.
           02 filler pic x(20) value "ja estornadas: ".
           02 carimbo-pos-estornadas pic ZZZZZZ9.
           02 filler pic x(40) value spaces.

       01 carimbo-do-estorno-nao-refeito.
           02 filler pic x(05) value spaces.
           02 filler pic x(10) value "execucao: ".
           02 carimbo-est-execucao pic 9(06).
           02 filler pic x(16) value "  estornada em: ".
           02 carimbo-est-data pic 9(08).
           02 filler pic x(02) value " (".
           02 carimbo-est-origem pic x(08).
           02 filler pic x(02) value ") ".
           02 filler pic x(42)
               value "depois da data - alteracoes nao refeitas".
           02 filler pic x(33) value spaces.

       01 carimbo-da-falha-posicao.
           02 filler pic x(05) value spaces.
           02 filler pic x(10) value "execucao: ".
           02 carimbo-falha-execucao pic 9(06).
           02 filler pic x(13) value "  sequencia: ".
           02 carimbo-falha-sequencia pic 9(06).
           02 filler pic x(06) value "  rg: ".
           02 carimbo-falha-rg pic 9(10).
           02 filler pic x(02) value spaces.
           02 carimbo-falha-motivo pic x(25).
           02 filler pic x(49) value spaces.

       01 carimbo-do-total-posicao.
           02 filler pic x(05) value spaces.
           02 filler pic x(09) value "ativos: ".
           02 carimbo-pos-ativos pic ZZZZZZ9.
           02 filler pic x(04) value spaces.
           02 filler pic x(10) value "inativos: ".
           02 carimbo-pos-inativos pic ZZZZZZ9.
           02 filler pic x(04) value spaces.
           02 filler pic x(15) value "hash dos rgs: ".
           02 carimbo-pos-hash pic 9(13).
           02 filler pic x(58) value spaces.

       01 carimbo-da-cidade-posicao.
           02 filler pic x(05) value spaces.
           02 carimbo-lst-estado pic x(02).
           02 filler pic x(03) value " - ".
           02 carimbo-lst-cidade pic x(30).
           02 filler pic x(92) value spaces.

       01 carimbo-do-cliente-posicao.
           02 filler pic x(10) value spaces.
           02 carimbo-lst-rg pic 9(10).
           02 filler pic x(03) value spaces.
           02 carimbo-lst-nome pic x(30).
           02 filler pic x(03) value spaces.
           02 carimbo-lst-situacao pic x(07).
           02 filler pic x(69) value spaces.

       01 carimbo-do-total-cidade.
           02 filler pic x(10) value spaces.
           02 filler pic x(20) value "clientes na cidade: ".
           02 carimbo-lst-total-cidade pic ZZZZZZ9.
           02 filler pic x(95) value spaces.

       01 carimbo-do-total-estado.
           02 filler pic x(05) value spaces.
           02 filler pic x(20) value "clientes no estado: ".
           02 carimbo-lst-total-estado pic ZZZZZZ9.
           02 filler pic x(100) value spaces.

       01 linha-em-branco pic x(132) value spaces.


       procedure division.

       0000-mainline.
           perform 1000-inicializa thru 1000-fim.
           perform 2000-monta-posicao-atual thru 2000-fim.
           if sw-ha-execucao-posterior = "sim"
               perform 2500-desfaz-execucoes thru 2500-fim
           end-if.
           perform 3000-grava-posicao thru 3000-fim.
           if listagem-pedida
               perform 4000-lista-por-cidade thru 4000-fim
           end-if.
           perform 5000-finaliza thru 5000-fim.
           stop run.

       1000-inicializa.
           accept data-de-hoje from date yyyymmdd.
           accept hora-do-movimento from time.
           accept parametro-execucao from command-line.
           move spaces to parametro-data parametro-opcao.
           unstring parametro-execucao delimited by all spaces
               into parametro-data parametro-opcao
           end-unstring.
           move function numval(parametro-data) to data-da-posicao.
           if data-da-posicao = zeroes
                   or function test-date-yyyymmdd(data-da-posicao)
                       not = zeroes
                   or data-da-posicao not < data-de-hoje
               display "PGM16_POSICAO_RETROATIVA: INFORME UMA DATA "
                   "PASSADA AAAAMMDD [LISTAR] - " parametro-execucao
               move 8 to return-code
               stop run
           end-if.
           evaluate parametro-opcao
               when spaces
                   move "N" to sw-listagem
               when "LISTAR"
                   move "S" to sw-listagem
               when other
                   display "PGM16_POSICAO_RETROATIVA: OPCAO INVALIDA - "
                       parametro-opcao
                   move 8 to return-code
                   stop run
           end-evaluate.
           perform 1050-controla-execucao thru 1050-fim.
           open input arquivo-entrada.
           if fs-arquivo-entrada not = "00"
               display "ARQUIVO-ENTRADA: ERRO NA ABERTURA - STATUS "
                   fs-arquivo-entrada
               perform 9000-aborta thru 9000-fim
           end-if.
           open input arquivo-historico.
           if fs-arquivo-historico = "35"
               move "N" to sw-historico-disponivel
           else
               if fs-arquivo-historico not = "00"
                   display "ARQUIVO-HISTORICO: ERRO NA ABERTURA - "
                       "STATUS " fs-arquivo-historico
                   perform 9000-aborta thru 9000-fim
               end-if
           end-if.
           open input arquivo-journal.
           if fs-arquivo-journal not = "00"
               display "ARQUIVO-JOURNAL: ERRO NA ABERTURA - STATUS "
                   fs-arquivo-journal
               perform 9000-aborta thru 9000-fim
           end-if.
           open input arquivo-lotes.
           if fs-arquivo-lotes not = "00"
               display "ARQUIVO-LOTES: ERRO NA ABERTURA - STATUS "
                   fs-arquivo-lotes
               perform 9000-aborta thru 9000-fim
           end-if.
           open output arquivo-reconstituicao.
           close arquivo-reconstituicao.
           open i-o arquivo-reconstituicao.
           if fs-arquivo-reconstituicao not = "00"
               display "ARQUIVO-RECONSTITUICAO: ERRO NA ABERTURA - "
                   "STATUS " fs-arquivo-reconstituicao
               perform 9000-aborta thru 9000-fim
           end-if.
           open output relatorio-posicao.
           move data-da-posicao to carimbo-pos-data.
           write linha-posicao from carimbo-do-titulo-posicao.
           perform 1100-procura-execucao-limite thru 1100-fim.
           open input arquivo-emissoes.
           if fs-arquivo-emissoes = "00"
               perform 1200-carrega-estornos thru 1200-fim
               close arquivo-emissoes
           else
               if fs-arquivo-emissoes not = "35"
                   display "ARQUIVO-EMISSOES: ERRO NA ABERTURA - "
                       "STATUS " fs-arquivo-emissoes
                   perform 9000-aborta thru 9000-fim
               end-if
           end-if.
       1000-fim.
           exit.

       1050-controla-execucao.
           open i-o arquivo-controle.
           if fs-arquivo-controle = "35"
               open output arquivo-controle
               close arquivo-controle
               open i-o arquivo-controle
           end-if.
           if fs-arquivo-controle not = "00"
               display "PGM16_POSICAO_RETROATIVA: CONTROLE DE "
                   "EXECUCAO INDISPONIVEL - STATUS "
                   fs-arquivo-controle
               move 8 to return-code
               stop run
           end-if.
           move "S" to sw-controle-aberto.
           move "PGM16" to programa-controle.
           move data-de-hoje to data-controle.
           read arquivo-controle
               invalid key
                   move "N" to sw-controle-gravado
               not invalid key
                   move "S" to sw-controle-gravado
           end-read.
           move "PGM16" to programa-controle.
           move data-de-hoje to data-controle.
           move "E" to situacao-controle.
           move hora-do-movimento(1:6) to hora-controle.
           perform 1080-grava-controle thru 1080-fim.
       1050-fim.
           exit.

       1080-grava-controle.
           if controle-gravado
               rewrite registro-controle-execucao
           else
               write registro-controle-execucao
               move "S" to sw-controle-gravado
           end-if.
       1080-fim.
           exit.

      * a primeira execucao processada depois da data da posicao
      * delimita o que precisa ser desfeito: os numeros de
      * execucao crescem com o tempo, entao ela e todas as
      * seguintes ficaram de fora da posicao pedida. lotes com
      * execucao zero (registrados pela consolidacao) nao contam.
       1100-procura-execucao-limite.
           move "nao" to sw-ha-execucao-posterior.
           move 999999 to execucao-limite.
           move low-values to chave-lote.
           move "nao" to fim-de-lotes.
           start arquivo-lotes
                   key is not less than chave-lote
               invalid key move "sim" to fim-de-lotes
           end-start.
           perform 1150-examina-um-lote thru 1150-fim
               until fim-de-lotes = "sim".
           if sw-ha-execucao-posterior = "nao"
               move zeroes to execucao-limite
           end-if.
       1100-fim.
           exit.

       1150-examina-um-lote.
           read arquivo-lotes next record
               at end move "sim" to fim-de-lotes
           end-read.
           if fim-de-lotes = "nao"
               if execucao-lote not = zeroes
                       and data-processamento-lote > data-da-posicao
                   move "sim" to sw-ha-execucao-posterior
                   if execucao-lote < execucao-limite
                       move execucao-lote to execucao-limite
                   end-if
               end-if
           end-if.
       1150-fim.
           exit.

      * cada estorno da pgm04_estorno registra uma emissao com a
      * data do estorno e a execucao estornada. estorno feito ate
      * a data ja estava na posicao; o feito depois dela e de
      * execucao que ja sera desfeita (fica na tabela para nao
      * ser desfeita de novo) ou de execucao anterior a data, que
      * a posicao nao recompoe e sai como excecao.
       1200-carrega-estornos.
           move zeroes to qtd-execucoes-estornadas.
           move low-values to chave-emissao.
           move "nao" to fim-das-emissoes.
           start arquivo-emissoes
                   key is not less than chave-emissao
               invalid key move "sim" to fim-das-emissoes
           end-start.
           perform 1250-examina-uma-emissao thru 1250-fim
               until fim-das-emissoes = "sim".
       1200-fim.
           exit.

       1250-examina-uma-emissao.
           read arquivo-emissoes next record
               at end move "sim" to fim-das-emissoes
           end-read.
           if fim-das-emissoes = "sim"
               go to 1250-fim
           end-if.
           if origem-emissao(1:5) not = origem-do-estorno
                   or execucao-emissao = zeroes
                   or data-emissao not > data-da-posicao
               go to 1250-fim
           end-if.
           if sw-ha-execucao-posterior = "sim"
                   and execucao-emissao not < execucao-limite
               if qtd-execucoes-estornadas >= max-execucoes-estornadas
                   display "PGM16_POSICAO_RETROATIVA: ESTORNOS DEMAIS "
                       "DEPOIS DA DATA - AUMENTAR A TABELA"
                   perform 9000-aborta thru 9000-fim
               end-if
               add 1 to qtd-execucoes-estornadas
               move execucao-emissao
                   to execucao-estornada(qtd-execucoes-estornadas)
           else
               add 1 to total-estornos-nao-refeitos
               move execucao-emissao to carimbo-est-execucao
               move data-emissao to carimbo-est-data
               move origem-emissao to carimbo-est-origem
               write linha-posicao from carimbo-do-estorno-nao-refeito
           end-if.
       1250-fim.
           exit.

       2000-monta-posicao-atual.
           move "nao" to fim-de-arquivo.
           perform 2100-copia-um-cliente thru 2100-fim
               until fim-de-arquivo = "sim".
           if historico-disponivel
               move "nao" to fim-de-arquivo
               perform 2200-copia-um-expurgado thru 2200-fim
                   until fim-de-arquivo = "sim"
           end-if.
       2000-fim.
           exit.

       2100-copia-um-cliente.
           read arquivo-entrada next record
               at end move "sim" to fim-de-arquivo
           end-read.
           if fim-de-arquivo = "nao"
               move cliente to cliente-reconstituido
               write cliente-reconstituido
                   invalid key
                       continue
                   not invalid key
                       add 1 to total-do-mestre
               end-write
           end-if.
       2100-fim.
           exit.

      * o cliente expurgado depois da data ainda estava no mestre
      * naquele dia; o expurgado antes dela ja tinha saido.
       2200-copia-um-expurgado.
           read arquivo-historico next record
               at end move "sim" to fim-de-arquivo
           end-read.
           if fim-de-arquivo = "nao"
               if data-do-expurgo > data-da-posicao
                   move cliente-historico(1:137)
                       to cliente-reconstituido
                   write cliente-reconstituido
                       invalid key
                           continue
                       not invalid key
                           add 1 to total-do-historico
                   end-write
               end-if
           end-if.
       2200-fim.
           exit.

       2500-desfaz-execucoes.
           move "nao" to fim-do-journal.
           move 999999 to execucao-journal.
           move 999999 to sequencia-journal.
           start arquivo-journal
                   key is not greater than chave-journal
               invalid key move "sim" to fim-do-journal
           end-start.
           if fim-do-journal = "nao"
               perform 2510-le-journal-anterior thru 2510-fim
           end-if.
           perform 2520-desfaz-uma-imagem thru 2520-fim
               until fim-do-journal = "sim".
       2500-fim.
           exit.

       2510-le-journal-anterior.
           read arquivo-journal previous record
               at end move "sim" to fim-do-journal
           end-read.
           if fim-do-journal = "nao"
               if execucao-journal < execucao-limite
                       or chave-journal = zeroes
                   move "sim" to fim-do-journal
               end-if
           end-if.
       2510-fim.
           exit.

       2520-desfaz-uma-imagem.
           move "N" to sw-imagem-estornada.
           perform 2525-procura-estorno thru 2525-fim
               varying ix-estornada from 1 by 1
               until ix-estornada > qtd-execucoes-estornadas
                   or imagem-ja-estornada.
           if imagem-ja-estornada
               add 1 to total-imagens-estornadas
               perform 2510-le-journal-anterior thru 2510-fim
               go to 2520-fim
           end-if.
           evaluate acao-journal
               when "I"
                   perform 2530-desfaz-inclusao thru 2530-fim
               when "A"
               when "E"
               when "U"
                   perform 2540-desfaz-atualizacao thru 2540-fim
               when other
                   move imagem-depois to cliente-da-imagem
                   move "ACAO DESCONHECIDA" to carimbo-falha-motivo
                   perform 2590-registra-falha thru 2590-fim
           end-evaluate.
           perform 2510-le-journal-anterior thru 2510-fim.
       2520-fim.
           exit.

      * o mestre ja nao tem as alteracoes da execucao estornada.
       2525-procura-estorno.
           if execucao-estornada(ix-estornada) = execucao-journal
               move "S" to sw-imagem-estornada
           end-if.
       2525-fim.
           exit.

       2530-desfaz-inclusao.
           move imagem-depois to cliente-da-imagem.
           move rg-da-imagem to rg-reconstituido.
           delete arquivo-reconstituicao record
               invalid key
                   move "RG NAO ENCONTRADO" to carimbo-falha-motivo
                   perform 2590-registra-falha thru 2590-fim
               not invalid key
                   add 1 to total-desfeitos
           end-delete.
       2530-fim.
           exit.

       2540-desfaz-atualizacao.
           move imagem-antes to cliente-da-imagem.
           move imagem-antes to cliente-reconstituido.
           rewrite cliente-reconstituido
               invalid key
                   write cliente-reconstituido
                       invalid key
                           move "FALHA NA GRAVACAO"
                               to carimbo-falha-motivo
                           perform 2590-registra-falha thru 2590-fim
                       not invalid key
                           add 1 to total-desfeitos
                   end-write
               not invalid key
                   add 1 to total-desfeitos
           end-rewrite.
       2540-fim.
           exit.

       2590-registra-falha.
           add 1 to total-falhas-desfazer.
           move execucao-journal to carimbo-falha-execucao.
           move sequencia-journal to carimbo-falha-sequencia.
           move rg-da-imagem to carimbo-falha-rg.
           write linha-posicao from carimbo-da-falha-posicao.
       2590-fim.
           exit.

       3000-grava-posicao.
           open output arquivo-posicao.
           move zeroes to rg-reconstituido.
           move "nao" to fim-de-arquivo.
           start arquivo-reconstituicao
                   key is not less than rg-reconstituido
               invalid key move "sim" to fim-de-arquivo
           end-start.
           perform 3100-grava-um-cliente thru 3100-fim
               until fim-de-arquivo = "sim".
           move "T" to tipo-do-movimento.
           move total-clientes-ativos to qtd-inclusoes-movimento.
           move zeroes to qtd-alteracoes-movimento.
           move total-clientes-inativos to qtd-exclusoes-movimento.
           move hash-rgs-da-posicao to hash-rgs-movimento.
           move zeroes to qtd-unificacoes-movimento.
           move zeroes to qtd-anonimizacoes-movimento.
           move zeroes to qtd-remocoes-movimento.
           move zeroes to qtd-restauracoes-movimento.
           write registro-movimento.
           close arquivo-posicao.
       3000-fim.
           exit.

       3100-grava-um-cliente.
           read arquivo-reconstituicao next record
               at end move "sim" to fim-de-arquivo
           end-read.
           if fim-de-arquivo = "nao"
               move cliente-reconstituido to cliente-da-posicao
               move "D" to tipo-do-movimento
               move situacao-da-posicao to acao-do-movimento
               move cliente-reconstituido to cliente-do-movimento
               move zeroes to rg-sobrevivente-movimento
               write registro-movimento
               if posicao-inativa
                   add 1 to total-clientes-inativos
               else
                   add 1 to total-clientes-ativos
               end-if
               add rg-reconstituido to hash-rgs-da-posicao
           end-if.
       3100-fim.
           exit.

       4000-lista-por-cidade.
           write linha-posicao from linha-em-branco.
           sort arquivo-classificacao
               on ascending key estado-classificado
               on ascending key cidade-classificada
               on ascending key rg-classificado
               input procedure is 4100-fornece-clientes thru 4120-fim
               output procedure is 4200-imprime-listagem thru 4200-fim.
       4000-fim.
           exit.

       4100-fornece-clientes.
           move zeroes to rg-reconstituido.
           move "nao" to fim-de-arquivo.
           start arquivo-reconstituicao
                   key is not less than rg-reconstituido
               invalid key move "sim" to fim-de-arquivo
           end-start.
           perform 4120-solta-um-cliente thru 4120-fim
               until fim-de-arquivo = "sim".
       4100-fim.
           exit.

       4120-solta-um-cliente.
           read arquivo-reconstituicao next record
               at end move "sim" to fim-de-arquivo
           end-read.
           if fim-de-arquivo = "nao"
               move cliente-reconstituido to cliente-da-posicao
               move estado-da-posicao to estado-classificado
               move cidade-da-posicao to cidade-classificada
               move rg-da-posicao to rg-classificado
               move nome-da-posicao to nome-classificado
               move situacao-da-posicao to situacao-classificada
               release registro-classificado
           end-if.
       4120-fim.
           exit.

       4200-imprime-listagem.
           move "nao" to fim-da-classificacao.
           move spaces to estado-anterior cidade-anterior.
           move zeroes to total-da-cidade total-do-estado.
           perform 4210-retorna-cliente thru 4210-fim.
           perform 4220-imprime-um-cliente thru 4220-fim
               until fim-da-classificacao = "sim".
           if estado-anterior not = spaces
               perform 4250-fecha-cidade thru 4250-fim
               perform 4260-fecha-estado thru 4260-fim
           end-if.
       4200-fim.
           exit.

       4210-retorna-cliente.
           return arquivo-classificacao
               at end move "sim" to fim-da-classificacao
           end-return.
       4210-fim.
           exit.

       4220-imprime-um-cliente.
           if estado-classificado not = estado-anterior
               if estado-anterior not = spaces
                   perform 4250-fecha-cidade thru 4250-fim
                   perform 4260-fecha-estado thru 4260-fim
               end-if
               perform 4240-abre-cidade thru 4240-fim
           else
               if cidade-classificada not = cidade-anterior
                   perform 4250-fecha-cidade thru 4250-fim
                   perform 4240-abre-cidade thru 4240-fim
               end-if
           end-if.
           if situacao-classificada = "I"
               move "INATIVO" to situacao-mostrada
           else
               move "ATIVO" to situacao-mostrada
           end-if.
           move rg-classificado to carimbo-lst-rg.
           move nome-classificado to carimbo-lst-nome.
           move situacao-mostrada to carimbo-lst-situacao.
           write linha-posicao from carimbo-do-cliente-posicao.
           add 1 to total-da-cidade.
           add 1 to total-do-estado.
           perform 4210-retorna-cliente thru 4210-fim.
       4220-fim.
           exit.

       4240-abre-cidade.
           move estado-classificado to estado-anterior.
           move cidade-classificada to cidade-anterior.
           move estado-classificado to carimbo-lst-estado.
           move cidade-classificada to carimbo-lst-cidade.
           write linha-posicao from carimbo-da-cidade-posicao.
       4240-fim.
           exit.

       4250-fecha-cidade.
           move total-da-cidade to carimbo-lst-total-cidade.
           write linha-posicao from carimbo-do-total-cidade.
           move zeroes to total-da-cidade.
       4250-fim.
           exit.

       4260-fecha-estado.
           move total-do-estado to carimbo-lst-total-estado.
           write linha-posicao from carimbo-do-total-estado.
           write linha-posicao from linha-em-branco.
           move zeroes to total-do-estado.
       4260-fim.
           exit.

       5000-finaliza.
           move total-do-mestre to carimbo-pos-mestre.
           move total-do-historico to carimbo-pos-historico.
           move execucao-limite to carimbo-pos-execucao.
           write linha-posicao from carimbo-do-controle-posicao.
           move total-desfeitos to carimbo-pos-desfeitos.
           move total-falhas-desfazer to carimbo-pos-falhas.
           move total-imagens-estornadas to carimbo-pos-estornadas.
           write linha-posicao from carimbo-do-desfazimento.
           move total-clientes-ativos to carimbo-pos-ativos.
           move total-clientes-inativos to carimbo-pos-inativos.
           move hash-rgs-da-posicao to carimbo-pos-hash.
           write linha-posicao from carimbo-do-total-posicao.
           display "PGM16_POSICAO_RETROATIVA: POSICAO EM "
               data-da-posicao " - ATIVOS " total-clientes-ativos
               " INATIVOS " total-clientes-inativos.
           if total-estornos-nao-refeitos > zeroes
               display "PGM16_POSICAO_RETROATIVA: "
                   total-estornos-nao-refeitos " ESTORNO(S) DEPOIS DA "
                   "DATA NAO RECOMPOSTO(S) - VER RELATORIO-POSICAO"
           end-if.
           close arquivo-entrada.
           if historico-disponivel
               close arquivo-historico
           end-if.
           close arquivo-journal.
           close arquivo-lotes.
           close arquivo-reconstituicao.
           close relatorio-posicao.
           move "PGM16" to programa-controle.
           move data-de-hoje to data-controle.
           if total-falhas-desfazer > zeroes
                   or total-estornos-nao-refeitos > zeroes
               move "R" to situacao-controle
               move 4 to return-code
           else
               move "T" to situacao-controle
               move zeroes to return-code
           end-if.
           move hora-do-movimento(1:6) to hora-controle.
           perform 1080-grava-controle thru 1080-fim.
           close arquivo-controle.
       5000-fim.
           exit.

       9000-aborta.
           if controle-aberto
               move "PGM16" to programa-controle
               move data-de-hoje to data-controle
               move "A" to situacao-controle
               move hora-do-movimento(1:6) to hora-controle
               perform 1080-grava-controle thru 1080-fim
               close arquivo-controle
           end-if.
           move 8 to return-code.
           stop run.
       9000-fim.
           exit.
