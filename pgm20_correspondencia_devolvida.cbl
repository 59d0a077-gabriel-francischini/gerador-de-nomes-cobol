      *----------------------------------------------------------*
      * pgm20_correspondencia_devolvida
      *
      * registra o retorno da correspondencia da mala direta
      * devolvida pelo correio. le o ARQUIVO-CORRESPONDENCIA-
      * DEVOLVIDA (rg, data da postagem e motivo: "M" mudou-se,
      * "D" desconhecido, "N" endereco nao encontrado) e acumula
      * as devolucoes por cliente no ARQUIVO-DEVOLUCOES. quando
      * o cliente atinge o limite de devolucoes o endereco passa
      * a "endereco a confirmar": a pgm01_resolucao deixa o
      * cliente fora das etiquetas e o lista a parte, e a
      * pgm05_consulta avisa o balcao para pedir o endereco
      * certo. a marca cai sozinha quando a pgm02_manutencao
      * aplica troca de endereco ou de cep do cliente.
      *
      * a mesma postagem devolvida duas vezes conta uma vez so, e
      * a devolucao de postagem anterior a ultima troca de
      * endereco nao conta (a etiqueta levava o endereco antigo).
      * o RELATORIO-DEVOLUCOES lista cada devolucao lida com o
      * resultado e os totais.
      *
      * parametro de execucao: limite de devolucoes para marcar
      * o endereco a confirmar (opcional, padrao 2).
      *
      * encerra com return-code 0 (ok), 4 (com devolucoes
      * rejeitadas) ou 8 (abortada).
      *
      * historico de alteracoes
      *   2026-10-15  rf  versao inicial.
      *   2026-10-15  rf  postagem anterior a troca de endereco
      *                   ignorada tambem depois de nova devolucao.
      *----------------------------------------------------------*
       identification division.
       program-id. pgm20_correspondencia_devolvida.


       environment division.
       input-output section.
       file-control.
           select arquivo-correspondencia-devolvida assign to disk
               organization is line sequential
               file status is fs-arquivo-correspondencia.
           select arquivo-devolucoes assign to disk
               organization is indexed
               access mode is dynamic
               record key is rg-com-devolucao
               file status is fs-arquivo-devolucoes.
           select arquivo-entrada assign to disk
               organization is indexed
               access mode is dynamic
               record key is rg-do-cliente
               alternate record key is nome-do-cliente
                   with duplicates
               file status is fs-arquivo-entrada.
           select relatorio-devolucoes assign to disk.
           select arquivo-controle assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-controle-execucao
               file status is fs-arquivo-controle.

       data division.
       file section.
       fd arquivo-correspondencia-devolvida
           label records are standard.
           copy "correspondencia-devolvida.cpy".

       fd arquivo-devolucoes
           label records are standard.
           copy "devolucao.cpy".

       fd arquivo-entrada
           label records are standard.
           copy "cliente.cpy".

       fd relatorio-devolucoes
           label records are omitted.
       01 linha-devolucoes pic x(132).

       fd arquivo-controle
           label records are standard.
           copy "controle-execucao.cpy".

       working-storage section.
       77 fs-arquivo-correspondencia pic x(02) value "00".
       77 fs-arquivo-devolucoes pic x(02) value "00".
       77 fs-arquivo-entrada pic x(02) value "00".
       77 fs-arquivo-controle pic x(02) value "00".
       77 data-do-movimento pic 9(08) value zeroes.
       77 hora-do-movimento pic 9(08) value zeroes.
       77 fim-das-devolucoes pic x(03) value "nao".
       77 parametro-execucao pic x(20) value spaces.
       77 parametro-limite pic x(10) value spaces.
       77 limite-de-devolucoes pic 9(03) value 2.
       77 sw-controle-aberto pic x(01) value "N".
           88 controle-aberto value "S".
       77 sw-controle-gravado pic x(01) value "N".
           88 controle-gravado value "S".
       77 sw-devolucao-aceita pic x(01) value "S".
           88 devolucao-aceita value "S".
           88 devolucao-rejeitada value "N".
       77 sw-devolucao-desviada pic x(01) value "N".
           88 devolucao-desviada value "S".
       77 sw-devolucao-registrada pic x(01) value "N".
           88 devolucao-registrada value "S".
       77 rg-devolvido pic 9(10) value zeroes.
       77 postagem-devolvida pic 9(08) value zeroes.
       77 resultado-da-devolucao pic x(30) value spaces.
       77 total-devolucoes-lidas pic 9(07) value zeroes.
       77 total-devolucoes-contadas pic 9(07) value zeroes.
       77 total-enderecos-bloqueados pic 9(07) value zeroes.
       77 total-devolucoes-ignoradas pic 9(07) value zeroes.
       77 total-devolucoes-rejeitadas pic 9(07) value zeroes.

       01 carimbo-do-titulo-devolucoes.
           02 filler pic x(05) value spaces.
           02 filler pic x(40)
               value "correspondencia devolvida pelo correio: ".
           02 carimbo-dev-data pic 9(08).
           02 filler pic x(10) value "  limite: ".
           02 carimbo-dev-limite pic ZZ9.
           02 filler pic x(66) value spaces.

       01 carimbo-da-devolucao.
           02 filler pic x(05) value spaces.
           02 carimbo-dev-rg pic x(10).
           02 filler pic x(02) value spaces.
           02 carimbo-dev-postagem pic x(08).
           02 filler pic x(02) value spaces.
           02 carimbo-dev-motivo pic x(01).
           02 filler pic x(02) value spaces.
           02 carimbo-dev-nome pic x(30).
           02 filler pic x(14) value "  devolucoes: ".
           02 carimbo-dev-qtd pic ZZ9.
           02 filler pic x(02) value spaces.
           02 carimbo-dev-resultado pic x(30).
           02 filler pic x(23) value spaces.

       01 carimbo-do-total-devolucoes.
           02 filler pic x(05) value spaces.
           02 filler pic x(07) value "lidas: ".
           02 carimbo-dev-total-lidas pic ZZZZZZ9.
           02 filler pic x(12) value "  contadas: ".
           02 carimbo-dev-total-contadas pic ZZZZZZ9.
           02 filler pic x(22) value "  enderecos a conf.: ".
           02 carimbo-dev-total-bloqueados pic ZZZZZZ9.
           02 filler pic x(13) value "  ignoradas: ".
           02 carimbo-dev-total-ignoradas pic ZZZZZZ9.
           02 filler pic x(14) value "  rejeitadas: ".
           02 carimbo-dev-total-rejeitadas pic ZZZZZZ9.
           02 filler pic x(24) value spaces.


       procedure division.

       0000-mainline.
           perform 1000-inicializa thru 1000-fim.
           perform 2000-processa-devolucao thru 2000-fim
               until fim-das-devolucoes = "sim".
           perform 5000-finaliza thru 5000-fim.
           stop run.

       1000-inicializa.
           accept data-do-movimento from date yyyymmdd.
           accept hora-do-movimento from time.
           accept parametro-execucao from command-line.
           move spaces to parametro-limite.
           unstring parametro-execucao delimited by all spaces
               into parametro-limite
           end-unstring.
           if parametro-limite not = spaces
               move function numval(parametro-limite)
                   to limite-de-devolucoes
               if limite-de-devolucoes = zeroes
                   display "PGM20_CORRESPONDENCIA_DEVOLVIDA: LIMITE "
                       "DE DEVOLUCOES INVALIDO - " parametro-limite
                   move 8 to return-code
                   stop run
               end-if
           end-if.
           perform 1050-controla-execucao thru 1050-fim.
           open input arquivo-correspondencia-devolvida.
           if fs-arquivo-correspondencia not = "00"
               display "ARQUIVO-CORRESPONDENCIA-DEVOLVIDA: ERRO NA "
                   "ABERTURA - STATUS " fs-arquivo-correspondencia
               perform 9000-aborta thru 9000-fim
           end-if.
           open i-o arquivo-devolucoes.
           if fs-arquivo-devolucoes = "35"
               open output arquivo-devolucoes
               close arquivo-devolucoes
               open i-o arquivo-devolucoes
           end-if.
           if fs-arquivo-devolucoes not = "00"
               display "ARQUIVO-DEVOLUCOES: ERRO NA ABERTURA - "
                   "STATUS " fs-arquivo-devolucoes
               perform 9000-aborta thru 9000-fim
           end-if.
           open input arquivo-entrada.
           if fs-arquivo-entrada not = "00"
               display "ARQUIVO-ENTRADA: ERRO NA ABERTURA - STATUS "
                   fs-arquivo-entrada
               perform 9000-aborta thru 9000-fim
           end-if.
           open output relatorio-devolucoes.
           move data-do-movimento to carimbo-dev-data.
           move limite-de-devolucoes to carimbo-dev-limite.
           write linha-devolucoes from carimbo-do-titulo-devolucoes.
           perform 2100-le-devolucao thru 2100-fim.
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
               display "ARQUIVO-CONTROLE: ERRO NA ABERTURA - STATUS "
                   fs-arquivo-controle
               move 8 to return-code
               stop run
           end-if.
           move "S" to sw-controle-aberto.
           move "PGM20" to programa-controle.
           move data-do-movimento to data-controle.
           read arquivo-controle
               invalid key
                   move "N" to sw-controle-gravado
               not invalid key
                   move "S" to sw-controle-gravado
           end-read.
           move "PGM20" to programa-controle.
           move data-do-movimento to data-controle.
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

       2000-processa-devolucao.
           add 1 to total-devolucoes-lidas.
           move "S" to sw-devolucao-aceita.
           move "N" to sw-devolucao-desviada.
           move spaces to resultado-da-devolucao carimbo-dev-nome.
           move zeroes to carimbo-dev-qtd.
           perform 2200-critica-devolucao thru 2200-fim.
           if devolucao-rejeitada
               add 1 to total-devolucoes-rejeitadas
               go to 2000-proxima
           end-if.
           perform 2300-le-acumulado thru 2300-fim.
           if devolucao-desviada
               add 1 to total-devolucoes-ignoradas
               go to 2000-proxima
           end-if.
           perform 2400-acumula-devolucao thru 2400-fim.
       2000-proxima.
           perform 2800-imprime-devolucao thru 2800-fim.
           perform 2100-le-devolucao thru 2100-fim.
       2000-fim.
           exit.

       2100-le-devolucao.
           read arquivo-correspondencia-devolvida
               at end move "sim" to fim-das-devolucoes
           end-read.
       2100-fim.
           exit.

      * devolucao com rg, data ou motivo invalidos, de rg fora
      * do mestre ou de cliente anonimizado e rejeitada.
       2200-critica-devolucao.
           move zeroes to rg-devolvido postagem-devolvida.
           if rg-da-devolucao is not numeric
               move "N" to sw-devolucao-aceita
               move "RG INVALIDO" to resultado-da-devolucao
               go to 2200-fim
           end-if.
           move rg-da-devolucao to rg-devolvido.
           if rg-devolvido = zeroes
               move "N" to sw-devolucao-aceita
               move "RG INVALIDO" to resultado-da-devolucao
               go to 2200-fim
           end-if.
           if data-da-postagem is not numeric
               move "N" to sw-devolucao-aceita
               move "DATA DA POSTAGEM INVALIDA"
                   to resultado-da-devolucao
               go to 2200-fim
           end-if.
           move data-da-postagem to postagem-devolvida.
           if function test-date-yyyymmdd(postagem-devolvida) not = 0
                   or postagem-devolvida > data-do-movimento
               move "N" to sw-devolucao-aceita
               move "DATA DA POSTAGEM INVALIDA"
                   to resultado-da-devolucao
               go to 2200-fim
           end-if.
           if not devolucao-mudou-se
                   and not devolucao-desconhecido
                   and not devolucao-nao-encontrado
               move "N" to sw-devolucao-aceita
               move "MOTIVO DA DEVOLUCAO INVALIDO"
                   to resultado-da-devolucao
               go to 2200-fim
           end-if.
           move rg-devolvido to rg-do-cliente.
           read arquivo-entrada
               invalid key
                   move "N" to sw-devolucao-aceita
                   move "RG NAO CADASTRADO" to resultado-da-devolucao
                   go to 2200-fim
           end-read.
           move nome-do-cliente to carimbo-dev-nome.
           if cliente-anonimizado
               move "N" to sw-devolucao-aceita
               move "CLIENTE ANONIMIZADO" to resultado-da-devolucao
               go to 2200-fim
           end-if.
       2200-fim.
           exit.

      * a devolucao de postagem anterior a ultima troca de
      * endereco ou ja contada para o rg e ignorada.
       2300-le-acumulado.
           move rg-devolvido to rg-com-devolucao.
           read arquivo-devolucoes
               invalid key
                   move "N" to sw-devolucao-registrada
               not invalid key
                   move "S" to sw-devolucao-registrada
           end-read.
           if not devolucao-registrada
               move zeroes to qtd-devolucoes data-da-ultima-postagem
               move zeroes to data-do-bloqueio data-da-troca-de-endereco
               move spaces to motivo-da-ultima-devolucao
               move "O" to situacao-do-endereco
               go to 2300-fim
           end-if.
           move qtd-devolucoes to carimbo-dev-qtd.
           if data-da-troca-de-endereco > zeroes
                   and postagem-devolvida < data-da-troca-de-endereco
               move "S" to sw-devolucao-desviada
               move "POSTAGEM ANTERIOR A TROCA"
                   to resultado-da-devolucao
               go to 2300-fim
           end-if.
           if qtd-devolucoes > zeroes
                   and postagem-devolvida = data-da-ultima-postagem
               move "S" to sw-devolucao-desviada
               move "POSTAGEM JA CONTADA" to resultado-da-devolucao
               go to 2300-fim
           end-if.
       2300-fim.
           exit.

       2400-acumula-devolucao.
           add 1 to qtd-devolucoes.
           add 1 to total-devolucoes-contadas.
           move postagem-devolvida to data-da-ultima-postagem.
           move motivo-da-devolucao to motivo-da-ultima-devolucao.
           move data-do-movimento to data-da-ultima-devolucao.
           if endereco-liberado
               move "O" to situacao-do-endereco
           end-if.
           evaluate true
               when endereco-a-confirmar
                   move "JA A CONFIRMAR" to resultado-da-devolucao
               when qtd-devolucoes >= limite-de-devolucoes
                   move "C" to situacao-do-endereco
                   move data-do-movimento to data-do-bloqueio
                   add 1 to total-enderecos-bloqueados
                   move "ENDERECO A CONFIRMAR"
                       to resultado-da-devolucao
               when other
                   move "CONTADA" to resultado-da-devolucao
           end-evaluate.
           move qtd-devolucoes to carimbo-dev-qtd.
           if devolucao-registrada
               rewrite devolucoes-do-cliente
                   invalid key
                       display "ARQUIVO-DEVOLUCOES: FALHA AO "
                           "REGRAVAR RG " rg-com-devolucao
                       perform 9000-aborta thru 9000-fim
               end-rewrite
           else
               write devolucoes-do-cliente
                   invalid key
                       display "ARQUIVO-DEVOLUCOES: FALHA AO "
                           "GRAVAR RG " rg-com-devolucao
                       perform 9000-aborta thru 9000-fim
               end-write
           end-if.
       2400-fim.
           exit.

       2800-imprime-devolucao.
           move rg-da-devolucao to carimbo-dev-rg.
           move data-da-postagem to carimbo-dev-postagem.
           move motivo-da-devolucao to carimbo-dev-motivo.
           move resultado-da-devolucao to carimbo-dev-resultado.
           write linha-devolucoes from carimbo-da-devolucao.
       2800-fim.
           exit.

       5000-finaliza.
           move total-devolucoes-lidas to carimbo-dev-total-lidas.
           move total-devolucoes-contadas
               to carimbo-dev-total-contadas.
           move total-enderecos-bloqueados
               to carimbo-dev-total-bloqueados.
           move total-devolucoes-ignoradas
               to carimbo-dev-total-ignoradas.
           move total-devolucoes-rejeitadas
               to carimbo-dev-total-rejeitadas.
           write linha-devolucoes from carimbo-do-total-devolucoes.
           close arquivo-correspondencia-devolvida.
           close arquivo-devolucoes.
           close arquivo-entrada.
           close relatorio-devolucoes.
           move "PGM20" to programa-controle.
           move data-do-movimento to data-controle.
           move hora-do-movimento(1:6) to hora-controle.
           if total-devolucoes-rejeitadas > zeroes
               move "R" to situacao-controle
               move 4 to return-code
           else
               move "T" to situacao-controle
               move zeroes to return-code
           end-if.
           perform 1080-grava-controle thru 1080-fim.
           close arquivo-controle.
       5000-fim.
           exit.

       9000-aborta.
           if controle-aberto
               move "PGM20" to programa-controle
               move data-do-movimento to data-controle
               move "A" to situacao-controle
               move hora-do-movimento(1:6) to hora-controle
               perform 1080-grava-controle thru 1080-fim
               close arquivo-controle
           end-if.
           move 8 to return-code.
           stop run.
       9000-fim.
           exit.
