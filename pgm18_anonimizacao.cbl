      *----------------------------------------------------------*
      * pgm18_anonimizacao
      *
      * anonimizacao de cliente a pedido do titular (LGPD). a
      * exclusao logica da pgm02_manutencao deixa o nome, o
      * endereco e o cep no mestre ARQUIVO-ENTRADA, no
      * ARQUIVO-HISTORICO depois do expurgo da pgm11_expurgo e em
      * todas as imagens antes/depois do ARQUIVO-JOURNAL. este
      * programa le os pedidos do ARQUIVO-SOLICITACOES-LGPD
      * (protocolo, rg e data do pedido) e, para cada rg,
      * mascara os dados pessoais no mestre, no historico, em
      * todas as imagens do journal e nas transacoes com
      * vigencia futura do ARQUIVO-PENDENCIAS (as ainda retidas
      * sao canceladas). o nome passa a ser a marca de cliente
      * anonimizado de copybooks/cliente.cpy, o endereco fica em
      * branco e o cep zerado; rg, estado, cidade, datas e
      * situacao sao preservados para as contagens e o historico
      * continuarem fechando.
      *
      * so e anonimizado cliente ja excluido (inativo no mestre)
      * ou ja expurgado para o historico; pedido de cliente
      * ativo e recusado ate a exclusao passar pela manutencao.
      * cada pedido fica registrado no ARQUIVO-ANONIMIZACOES com
      * o protocolo, a situacao e a data da conclusao, para o
      * encarregado de dados; protocolo ja concluido nao e
      * refeito. cada anonimizacao sai no movimento
      * ARQUIVO-MOVIMENTO-LGPD (acao "L", imagem ja mascarada)
      * para os sistemas corporativos. o arquivo se chama
      * MOVIMENTO-<origem>-<aaaammdd> e a emissao e registrada
      * em ARQUIVO-EMISSOES com a origem PGM18 seguida da
      * sequencia do dia, de modo que uma segunda execucao no
      * mesmo dia nao apaga a primeira. o
      * RELATORIO-ANONIMIZACAO lista cada pedido e o que foi
      * mascarado. encerra com return-code 0 (ok), 4 (com
      * pedidos recusados) ou 8 (abortada).
      *
      * historico de alteracoes
      *   2026-10-15  rf  versao inicial.
      *   2026-10-15  rf  totais de remocoes e restauracoes do
      *                   movimento compensatorio zerados no
      *                   trailer do movimento e na emissao.
      *   2026-10-15  rf  movimento com nome proprio por execucao
      *                   (origem PGM18 seguida da sequencia do
      *                   dia), em line sequential como os demais
      *                   arquivos de movimento.
      *----------------------------------------------------------*
       identification division.
       program-id. pgm18_anonimizacao.


       environment division.
       input-output section.
       file-control.
           select arquivo-solicitacoes-lgpd assign to disk
               organization is line sequential
               file status is fs-arquivo-solicitacoes.
           select arquivo-anonimizacoes assign to disk
               organization is indexed
               access mode is dynamic
               record key is protocolo-anonimizacao
               alternate record key is rg-anonimizado
                   with duplicates
               file status is fs-arquivo-anonimizacoes.
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
           select arquivo-pendencias assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-pendencia
               alternate record key is rg-retido
                   with duplicates
               file status is fs-arquivo-pendencias.
           select arquivo-movimento-lgpd
                   assign to nome-do-movimento-lgpd
               organization is line sequential
               file status is fs-arquivo-movimento-lgpd.
           select arquivo-emissoes assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-emissao
               file status is fs-arquivo-emissoes.
           select relatorio-anonimizacao assign to disk.
           select arquivo-controle assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-controle-execucao
               file status is fs-arquivo-controle.

       data division.
       file section.
       fd arquivo-solicitacoes-lgpd
           label records are standard.
           copy "solicitacao-lgpd.cpy".

       fd arquivo-anonimizacoes
           label records are standard.
           copy "anonimizacao.cpy".

       fd arquivo-entrada
           label records are standard.
           copy "cliente.cpy".

       fd arquivo-historico
           label records are standard.
           copy "historico.cpy".

       fd arquivo-journal
           label records are standard.
           copy "journal.cpy".

       fd arquivo-pendencias
           label records are standard.
           copy "pendencia.cpy".

       fd arquivo-movimento-lgpd
           label records are omitted.
           copy "movimento.cpy".

       fd arquivo-emissoes
           label records are standard.
           copy "emissao.cpy".

       fd relatorio-anonimizacao
           label records are omitted.
       01 linha-anonimizacao pic x(132).

       fd arquivo-controle
           label records are standard.
           copy "controle-execucao.cpy".

       working-storage section.
       77 fs-arquivo-solicitacoes pic x(02) value "00".
       77 fs-arquivo-anonimizacoes pic x(02) value "00".
       77 fs-arquivo-entrada pic x(02) value "00".
       77 fs-arquivo-historico pic x(02) value "00".
       77 fs-arquivo-journal pic x(02) value "00".
       77 fs-arquivo-pendencias pic x(02) value "00".
       77 fs-arquivo-emissoes pic x(02) value "00".
       77 fs-arquivo-controle pic x(02) value "00".
       77 fs-arquivo-movimento-lgpd pic x(02) value "00".
       77 nome-do-movimento-lgpd pic x(40) value spaces.
       77 sw-origem-livre pic x(01) value "N".
           88 origem-livre value "S".
       77 data-do-movimento pic 9(08) value zeroes.
       77 hora-do-movimento pic 9(08) value zeroes.
       77 fim-das-solicitacoes pic x(03) value "nao".
       77 fim-do-journal pic x(03) value "nao".
       77 fim-das-pendencias pic x(03) value "nao".
       77 sw-controle-aberto pic x(01) value "N".
           88 controle-aberto value "S".
       77 sw-controle-gravado pic x(01) value "N".
           88 controle-gravado value "S".
       77 sw-historico-disponivel pic x(01) value "S".
           88 historico-disponivel value "S".
       77 sw-journal-disponivel pic x(01) value "S".
           88 journal-disponivel value "S".
       77 sw-pendencias-disponivel pic x(01) value "S".
           88 pendencias-disponivel value "S".
       77 sw-solicitacao-aceita pic x(01) value "S".
           88 solicitacao-aceita value "S".
           88 solicitacao-recusada value "N".
       77 sw-solicitacao-desviada pic x(01) value "N".
           88 solicitacao-desviada value "S".
       77 sw-protocolo-registrado pic x(01) value "N".
           88 protocolo-registrado value "S".
       77 sw-no-mestre pic x(01) value "N".
       77 sw-no-historico pic x(01) value "N".
       77 sw-imagem-mascarada pic x(01) value "N".
           88 imagem-mascarada value "S".
       77 sw-rg-achado pic x(01) value "N".
           88 rg-achado value "S".
       77 motivo-da-recusa pic x(30) value spaces.
       77 rg-da-solicitacao pic 9(10) value zeroes.
       77 data-do-pedido pic 9(08) value zeroes.
       77 rg-procurado pic 9(10) value zeroes.
       77 imagem-anonimizada pic x(137) value spaces.
       77 qtd-pendencias-do-rg pic 9(05) value zeroes.
       77 qtd-atendidas pic 9(03) value zeroes.
       77 max-atendidas pic 9(03) value 500.
       77 ix-atendida pic 9(03) value zeroes.
       77 ix-achada pic 9(03) value zeroes.
       77 total-solicitacoes pic 9(07) value zeroes.
       77 total-concluidas pic 9(07) value zeroes.
       77 total-recusadas pic 9(07) value zeroes.
       77 total-ja-atendidas pic 9(07) value zeroes.
       77 total-adiadas pic 9(07) value zeroes.
       77 total-imagens-mascaradas pic 9(07) value zeroes.
       77 hash-rgs-do-movimento pic 9(13) value zeroes.

       01 origem-do-movimento.
           02 programa-do-movimento pic x(05) value "PGM18".
           02 sequencia-do-movimento pic 9(03) value zeroes.

       01 tabela-das-atendidas.
           02 solicitacao-atendida occurs 500 times.
               03 protocolo-atendido pic x(15).
               03 rg-atendido pic 9(10).
               03 pedido-atendido pic 9(08).
               03 mestre-atendido pic x(01).
               03 historico-atendido pic x(01).
               03 pendencias-atendidas pic 9(05).
               03 imagens-atendidas pic 9(07).

       01 carimbo-do-titulo-anonimizacao.
           02 filler pic x(05) value spaces.
           02 filler pic x(45)
               value "anonimizacao a pedido do titular (lgpd) em: ".
           02 carimbo-anon-data pic 9(08).
           02 filler pic x(74) value spaces.

       01 carimbo-da-solicitacao.
           02 filler pic x(05) value spaces.
           02 carimbo-anon-protocolo pic x(15).
           02 filler pic x(06) value "  rg: ".
           02 carimbo-anon-rg pic 9(10).
           02 filler pic x(02) value spaces.
           02 carimbo-anon-situacao pic x(30).
           02 filler pic x(09) value " mestre: ".
           02 carimbo-anon-mestre pic x(01).
           02 filler pic x(12) value " historico: ".
           02 carimbo-anon-historico pic x(01).
           02 filler pic x(13) value " pendencias: ".
           02 carimbo-anon-pendencias pic ZZZZ9.
           02 filler pic x(10) value " imagens: ".
           02 carimbo-anon-imagens pic ZZZZZZ9.
           02 filler pic x(06) value spaces.

       01 carimbo-do-total-anonimizacao.
           02 filler pic x(05) value spaces.
           02 filler pic x(14) value "solicitacoes: ".
           02 carimbo-anon-total-lidas pic ZZZZ9.
           02 filler pic x(14) value "  concluidas: ".
           02 carimbo-anon-total-concluidas pic ZZZZ9.
           02 filler pic x(13) value "  recusadas: ".
           02 carimbo-anon-total-recusadas pic ZZZZ9.
           02 filler pic x(16) value "  ja atendidas: ".
           02 carimbo-anon-total-ja-atendidas pic ZZZZ9.
           02 filler pic x(11) value "  adiadas: ".
           02 carimbo-anon-total-adiadas pic ZZZZ9.
           02 filler pic x(11) value "  imagens: ".
           02 carimbo-anon-total-imagens pic ZZZZZZ9.
           02 filler pic x(16) value spaces.


       procedure division.

       0000-mainline.
           perform 1000-inicializa thru 1000-fim.
           perform 2000-processa-solicitacao thru 2000-fim
               until fim-das-solicitacoes = "sim".
           if journal-disponivel and qtd-atendidas > zeroes
               perform 3000-varre-journal thru 3000-fim
           end-if.
           perform 4000-conclui-solicitacao thru 4000-fim
               varying ix-atendida from 1 by 1
               until ix-atendida > qtd-atendidas.
           perform 5000-finaliza thru 5000-fim.
           stop run.

       1000-inicializa.
           accept data-do-movimento from date yyyymmdd.
           accept hora-do-movimento from time.
           perform 1050-controla-execucao thru 1050-fim.
           open input arquivo-solicitacoes-lgpd.
           if fs-arquivo-solicitacoes not = "00"
               display "ARQUIVO-SOLICITACOES-LGPD: ERRO NA ABERTURA "
                   "- STATUS " fs-arquivo-solicitacoes
               perform 9000-aborta thru 9000-fim
           end-if.
           open i-o arquivo-anonimizacoes.
           if fs-arquivo-anonimizacoes = "35"
               open output arquivo-anonimizacoes
               close arquivo-anonimizacoes
               open i-o arquivo-anonimizacoes
           end-if.
           if fs-arquivo-anonimizacoes not = "00"
               display "ARQUIVO-ANONIMIZACOES: ERRO NA ABERTURA - "
                   "STATUS " fs-arquivo-anonimizacoes
               perform 9000-aborta thru 9000-fim
           end-if.
           open i-o arquivo-entrada.
           if fs-arquivo-entrada not = "00"
               display "ARQUIVO-ENTRADA: ERRO NA ABERTURA - STATUS "
                   fs-arquivo-entrada
               perform 9000-aborta thru 9000-fim
           end-if.
           open i-o arquivo-historico.
           if fs-arquivo-historico = "35"
               move "N" to sw-historico-disponivel
           else
               if fs-arquivo-historico not = "00"
                   display "ARQUIVO-HISTORICO: ERRO NA ABERTURA - "
                       "STATUS " fs-arquivo-historico
                   perform 9000-aborta thru 9000-fim
               end-if
           end-if.
           open i-o arquivo-journal.
           if fs-arquivo-journal = "35"
               move "N" to sw-journal-disponivel
           else
               if fs-arquivo-journal not = "00"
                   display "ARQUIVO-JOURNAL: ERRO NA ABERTURA - "
                       "STATUS " fs-arquivo-journal
                   perform 9000-aborta thru 9000-fim
               end-if
           end-if.
           open i-o arquivo-pendencias.
           if fs-arquivo-pendencias = "35"
               move "N" to sw-pendencias-disponivel
           else
               if fs-arquivo-pendencias not = "00"
                   display "ARQUIVO-PENDENCIAS: ERRO NA ABERTURA - "
                       "STATUS " fs-arquivo-pendencias
                   perform 9000-aborta thru 9000-fim
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
               perform 9000-aborta thru 9000-fim
           end-if.
           perform 1100-numera-movimento thru 1100-fim.
           open output arquivo-movimento-lgpd.
           if fs-arquivo-movimento-lgpd not = "00"
               display "ARQUIVO-MOVIMENTO-LGPD: ERRO NA ABERTURA - "
                   "STATUS " fs-arquivo-movimento-lgpd
               perform 9000-aborta thru 9000-fim
           end-if.
           open output relatorio-anonimizacao.
           move data-do-movimento to carimbo-anon-data.
           write linha-anonimizacao
               from carimbo-do-titulo-anonimizacao.
           perform 2100-le-solicitacao thru 2100-fim.
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
           move "PGM18" to programa-controle.
           move data-do-movimento to data-controle.
           read arquivo-controle
               invalid key
                   move "N" to sw-controle-gravado
               not invalid key
                   move "S" to sw-controle-gravado
           end-read.
           move "PGM18" to programa-controle.
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

      * cada execucao do dia tem o proprio arquivo de movimento:
      * a origem da emissao e PGM18 seguida da primeira sequencia
      * ainda livre no ARQUIVO-EMISSOES na data.
       1100-numera-movimento.
           move zeroes to sequencia-do-movimento.
           move "N" to sw-origem-livre.
           perform 1150-procura-origem-livre thru 1150-fim
               until origem-livre or sequencia-do-movimento = 999.
           if not origem-livre
               display "PGM18_ANONIMIZACAO: SEQUENCIA DE EMISSOES DO "
                   "DIA ESGOTADA"
               perform 9000-aborta thru 9000-fim
           end-if.
           move spaces to nome-do-movimento-lgpd.
           string "MOVIMENTO-" delimited by size
               origem-do-movimento delimited by size
               "-" delimited by size
               data-do-movimento delimited by size
               into nome-do-movimento-lgpd
           end-string.
       1100-fim.
           exit.

       1150-procura-origem-livre.
           add 1 to sequencia-do-movimento.
           move data-do-movimento to data-emissao.
           move origem-do-movimento to origem-emissao.
           read arquivo-emissoes
               invalid key
                   move "S" to sw-origem-livre
           end-read.
       1150-fim.
           exit.

       2000-processa-solicitacao.
           add 1 to total-solicitacoes.
           move "S" to sw-solicitacao-aceita.
           move "N" to sw-solicitacao-desviada.
           move spaces to motivo-da-recusa.
           move "N" to sw-no-mestre sw-no-historico.
           move zeroes to qtd-pendencias-do-rg.
           perform 2200-critica-solicitacao thru 2200-fim.
           if solicitacao-recusada
               go to 2000-proxima
           end-if.
           if solicitacao-desviada
               go to 2000-proxima
           end-if.
           perform 2300-mascara-mestre thru 2300-fim.
           if solicitacao-recusada
               go to 2000-proxima
           end-if.
           if historico-disponivel
               perform 2400-mascara-historico thru 2400-fim
           end-if.
           if sw-no-mestre = "N" and sw-no-historico = "N"
               move "N" to sw-solicitacao-aceita
               move "RG NAO CADASTRADO" to motivo-da-recusa
               go to 2000-proxima
           end-if.
           if pendencias-disponivel
               perform 2600-mascara-pendencias thru 2600-fim
           end-if.
           perform 2700-grava-movimento thru 2700-fim.
           add 1 to qtd-atendidas.
           move protocolo-solicitado
               to protocolo-atendido(qtd-atendidas).
           move rg-da-solicitacao to rg-atendido(qtd-atendidas).
           move data-do-pedido to pedido-atendido(qtd-atendidas).
           move sw-no-mestre to mestre-atendido(qtd-atendidas).
           move sw-no-historico to historico-atendido(qtd-atendidas).
           move qtd-pendencias-do-rg
               to pendencias-atendidas(qtd-atendidas).
           move zeroes to imagens-atendidas(qtd-atendidas).
       2000-proxima.
           if solicitacao-recusada
               perform 2800-registra-recusa thru 2800-fim
           end-if.
           perform 2100-le-solicitacao thru 2100-fim.
       2000-fim.
           exit.

       2100-le-solicitacao.
           read arquivo-solicitacoes-lgpd
               at end move "sim" to fim-das-solicitacoes
           end-read.
       2100-fim.
           exit.

      * pedido sem protocolo, com rg ou data invalidos, ja
      * atendido ou alem do limite da execucao nao e processado.
      * o pedido ja atendido e o adiado nao contam como recusa;
      * o adiado volta na proxima execucao.
       2200-critica-solicitacao.
           move zeroes to rg-da-solicitacao data-do-pedido.
           if protocolo-solicitado = spaces
               move "N" to sw-solicitacao-aceita
               move "PROTOCOLO EM BRANCO" to motivo-da-recusa
               go to 2200-fim
           end-if.
           if rg-solicitado is not numeric
               move "N" to sw-solicitacao-aceita
               move "RG INVALIDO" to motivo-da-recusa
               go to 2200-fim
           end-if.
           move rg-solicitado to rg-da-solicitacao.
           if rg-da-solicitacao = zeroes
               move "N" to sw-solicitacao-aceita
               move "RG INVALIDO" to motivo-da-recusa
               go to 2200-fim
           end-if.
           if data-solicitada is not numeric
               move "N" to sw-solicitacao-aceita
               move "DATA DO PEDIDO INVALIDA" to motivo-da-recusa
               go to 2200-fim
           end-if.
           move data-solicitada to data-do-pedido.
           if function test-date-yyyymmdd(data-do-pedido) not = 0
                   or data-do-pedido > data-do-movimento
               move "N" to sw-solicitacao-aceita
               move "DATA DO PEDIDO INVALIDA" to motivo-da-recusa
               go to 2200-fim
           end-if.
           move protocolo-solicitado to protocolo-anonimizacao.
           read arquivo-anonimizacoes
               invalid key
                   move "N" to sw-protocolo-registrado
               not invalid key
                   move "S" to sw-protocolo-registrado
           end-read.
           if protocolo-registrado and anonimizacao-concluida
               add 1 to total-ja-atendidas
               move "JA ATENDIDA" to carimbo-anon-situacao
               perform 2250-imprime-desviada thru 2250-fim
               go to 2200-fim
           end-if.
           if qtd-atendidas >= max-atendidas
               add 1 to total-adiadas
               move "ADIADA - LIMITE DA EXECUCAO"
                   to carimbo-anon-situacao
               perform 2250-imprime-desviada thru 2250-fim
               go to 2200-fim
           end-if.
       2200-fim.
           exit.

       2250-imprime-desviada.
           move "S" to sw-solicitacao-desviada.
           move protocolo-solicitado to carimbo-anon-protocolo.
           move rg-da-solicitacao to carimbo-anon-rg.
           move space to carimbo-anon-mestre carimbo-anon-historico.
           move zeroes to carimbo-anon-pendencias.
           move zeroes to carimbo-anon-imagens.
           write linha-anonimizacao from carimbo-da-solicitacao.
       2250-fim.
           exit.

       2300-mascara-mestre.
           move rg-da-solicitacao to rg-do-cliente.
           read arquivo-entrada
               invalid key
                   go to 2300-fim
           end-read.
           if cliente-ativo
               move "N" to sw-solicitacao-aceita
               move "CLIENTE ATIVO - EXCLUIR ANTES"
                   to motivo-da-recusa
               go to 2300-fim
           end-if.
           perform 2900-mascara-cliente thru 2900-fim.
           rewrite cliente
               invalid key
                   display "ARQUIVO-ENTRADA: FALHA AO REGRAVAR RG "
                       rg-do-cliente
                   perform 9000-aborta thru 9000-fim
           end-rewrite.
           move "S" to sw-no-mestre.
           move cliente to imagem-anonimizada.
       2300-fim.
           exit.

       2400-mascara-historico.
           move rg-da-solicitacao to rg-do-cliente-historico.
           read arquivo-historico
               invalid key
                   go to 2400-fim
           end-read.
           move cliente-historico(1:137) to cliente.
           perform 2900-mascara-cliente thru 2900-fim.
           move cliente to cliente-historico(1:137).
           rewrite cliente-historico
               invalid key
                   display "ARQUIVO-HISTORICO: FALHA AO REGRAVAR RG "
                       rg-do-cliente-historico
                   perform 9000-aborta thru 9000-fim
           end-rewrite.
           move "S" to sw-no-historico.
           if sw-no-mestre = "N"
               move cliente to imagem-anonimizada
           end-if.
       2400-fim.
           exit.

      * as transacoes com vigencia futura do rg tem os dados
      * pessoais mascarados; as ainda retidas sao canceladas para
      * nao devolverem os dados ao mestre quando a vigencia
      * chegar. na unificacao o campo do nome leva o rg
      * sobrevivente e fica como esta.
       2600-mascara-pendencias.
           move "nao" to fim-das-pendencias.
           move rg-da-solicitacao to rg-retido.
           start arquivo-pendencias
                   key is equal to rg-retido
               invalid key move "sim" to fim-das-pendencias
           end-start.
           perform 2650-mascara-uma-pendencia thru 2650-fim
               until fim-das-pendencias = "sim".
       2600-fim.
           exit.

       2650-mascara-uma-pendencia.
           read arquivo-pendencias next record
               at end move "sim" to fim-das-pendencias
           end-read.
           if fim-das-pendencias = "sim"
               go to 2650-fim
           end-if.
           if rg-retido not = rg-da-solicitacao
               move "sim" to fim-das-pendencias
               go to 2650-fim
           end-if.
           if codigo-acao-retida not = "U"
               move "CLIENTE ANONIMIZADO - LGPD" to nome-retido
           end-if.
           move spaces to endereco-retido.
           move zeroes to cep-retido.
           if pendencia-aguardando
               move "C" to situacao-da-pendencia
           end-if.
           rewrite registro-pendencia
               invalid key
                   display "ARQUIVO-PENDENCIAS: FALHA AO REGRAVAR "
                       "RG " rg-retido
           end-rewrite.
           add 1 to qtd-pendencias-do-rg.
       2650-fim.
           exit.

       2700-grava-movimento.
           move "D" to tipo-do-movimento.
           move "L" to acao-do-movimento.
           move imagem-anonimizada to cliente-do-movimento.
           move zeroes to rg-sobrevivente-movimento.
           add rg-da-solicitacao to hash-rgs-do-movimento.
           write registro-movimento.
       2700-fim.
           exit.

       2800-registra-recusa.
           add 1 to total-recusadas.
           move protocolo-solicitado to carimbo-anon-protocolo.
           move rg-da-solicitacao to carimbo-anon-rg.
           move motivo-da-recusa to carimbo-anon-situacao.
           move space to carimbo-anon-mestre carimbo-anon-historico.
           move zeroes to carimbo-anon-pendencias.
           move zeroes to carimbo-anon-imagens.
           write linha-anonimizacao from carimbo-da-solicitacao.
           if protocolo-solicitado = spaces
               go to 2800-fim
           end-if.
           move protocolo-solicitado to protocolo-anonimizacao.
           move rg-da-solicitacao to rg-anonimizado.
           move data-do-pedido to data-da-solicitacao.
           move "R" to situacao-anonimizacao.
           move zeroes to data-da-conclusao.
           move motivo-da-recusa to motivo-anonimizacao.
           move "N" to mascarado-no-mestre mascarado-no-historico.
           move zeroes to qtd-imagens-mascaradas.
           move zeroes to qtd-pendencias-mascaradas.
           write registro-anonimizacao
               invalid key
                   rewrite registro-anonimizacao
           end-write.
       2800-fim.
           exit.

       2900-mascara-cliente.
           set cliente-anonimizado to true.
           move spaces to endereco-do-cliente.
           move zeroes to cep-do-cliente.
       2900-fim.
           exit.

      * uma unica passada pelo journal mascara as imagens antes e
      * depois de todos os rgs atendidos nesta execucao.
       3000-varre-journal.
           move "nao" to fim-do-journal.
           move zeroes to chave-journal.
           start arquivo-journal
                   key is greater than chave-journal
               invalid key move "sim" to fim-do-journal
           end-start.
           perform 3100-examina-entrada-journal thru 3100-fim
               until fim-do-journal = "sim".
       3000-fim.
           exit.

       3100-examina-entrada-journal.
           read arquivo-journal next record
               at end move "sim" to fim-do-journal
           end-read.
           if fim-do-journal = "sim"
               go to 3100-fim
           end-if.
           move "N" to sw-imagem-mascarada.
           if imagem-antes(1:10) is numeric
               move imagem-antes(1:10) to rg-procurado
               perform 3200-procura-rg-atendido thru 3200-fim
               if rg-achado
                   move imagem-antes to cliente
                   perform 2900-mascara-cliente thru 2900-fim
                   move cliente to imagem-antes
                   add 1 to imagens-atendidas(ix-achada)
                   move "S" to sw-imagem-mascarada
               end-if
           end-if.
           if imagem-depois(1:10) is numeric
               move imagem-depois(1:10) to rg-procurado
               perform 3200-procura-rg-atendido thru 3200-fim
               if rg-achado
                   move imagem-depois to cliente
                   perform 2900-mascara-cliente thru 2900-fim
                   move cliente to imagem-depois
                   add 1 to imagens-atendidas(ix-achada)
                   move "S" to sw-imagem-mascarada
               end-if
           end-if.
           if imagem-mascarada
               rewrite registro-journal
                   invalid key
                       display "ARQUIVO-JOURNAL: FALHA AO REGRAVAR "
                           "EXECUCAO " execucao-journal
                           " SEQUENCIA " sequencia-journal
                       perform 9000-aborta thru 9000-fim
               end-rewrite
           end-if.
       3100-fim.
           exit.

       3200-procura-rg-atendido.
           move "N" to sw-rg-achado.
           perform 3250-compara-rg-atendido thru 3250-fim
               varying ix-achada from 1 by 1
               until ix-achada > qtd-atendidas or rg-achado.
           if rg-achado
               subtract 1 from ix-achada
           end-if.
       3200-fim.
           exit.

       3250-compara-rg-atendido.
           if rg-atendido(ix-achada) = rg-procurado
               move "S" to sw-rg-achado
           end-if.
       3250-fim.
           exit.

       4000-conclui-solicitacao.
           add 1 to total-concluidas.
           add imagens-atendidas(ix-atendida)
               to total-imagens-mascaradas.
           move protocolo-atendido(ix-atendida)
               to protocolo-anonimizacao.
           move rg-atendido(ix-atendida) to rg-anonimizado.
           move pedido-atendido(ix-atendida) to data-da-solicitacao.
           move "C" to situacao-anonimizacao.
           move data-do-movimento to data-da-conclusao.
           move spaces to motivo-anonimizacao.
           move mestre-atendido(ix-atendida) to mascarado-no-mestre.
           move historico-atendido(ix-atendida)
               to mascarado-no-historico.
           move imagens-atendidas(ix-atendida)
               to qtd-imagens-mascaradas.
           move pendencias-atendidas(ix-atendida)
               to qtd-pendencias-mascaradas.
           write registro-anonimizacao
               invalid key
                   rewrite registro-anonimizacao
           end-write.
           move protocolo-atendido(ix-atendida)
               to carimbo-anon-protocolo.
           move rg-atendido(ix-atendida) to carimbo-anon-rg.
           move "CONCLUIDA" to carimbo-anon-situacao.
           move mestre-atendido(ix-atendida) to carimbo-anon-mestre.
           move historico-atendido(ix-atendida)
               to carimbo-anon-historico.
           move pendencias-atendidas(ix-atendida)
               to carimbo-anon-pendencias.
           move imagens-atendidas(ix-atendida)
               to carimbo-anon-imagens.
           write linha-anonimizacao from carimbo-da-solicitacao.
       4000-fim.
           exit.

       5000-finaliza.
           move "T" to tipo-do-movimento.
           move zeroes to qtd-inclusoes-movimento.
           move zeroes to qtd-alteracoes-movimento.
           move zeroes to qtd-exclusoes-movimento.
           move hash-rgs-do-movimento to hash-rgs-movimento.
           move zeroes to qtd-unificacoes-movimento.
           move total-concluidas to qtd-anonimizacoes-movimento.
           move zeroes to qtd-remocoes-movimento.
           move zeroes to qtd-restauracoes-movimento.
           write registro-movimento.
           if total-concluidas > zeroes
               perform 5100-registra-emissao thru 5100-fim
           end-if.
           move total-solicitacoes to carimbo-anon-total-lidas.
           move total-concluidas to carimbo-anon-total-concluidas.
           move total-recusadas to carimbo-anon-total-recusadas.
           move total-ja-atendidas
               to carimbo-anon-total-ja-atendidas.
           move total-adiadas to carimbo-anon-total-adiadas.
           move total-imagens-mascaradas
               to carimbo-anon-total-imagens.
           write linha-anonimizacao
               from carimbo-do-total-anonimizacao.
           close arquivo-solicitacoes-lgpd.
           close arquivo-anonimizacoes.
           close arquivo-entrada.
           if historico-disponivel
               close arquivo-historico
           end-if.
           if journal-disponivel
               close arquivo-journal
           end-if.
           if pendencias-disponivel
               close arquivo-pendencias
           end-if.
           close arquivo-emissoes.
           close arquivo-movimento-lgpd.
           close relatorio-anonimizacao.
           move "PGM18" to programa-controle.
           move data-do-movimento to data-controle.
           move hora-do-movimento(1:6) to hora-controle.
           if total-recusadas > zeroes
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

       5100-registra-emissao.
           move data-do-movimento to data-emissao.
           move origem-do-movimento to origem-emissao.
           move zeroes to execucao-emissao.
           move zeroes to qtd-inclusoes-emissao.
           move zeroes to qtd-alteracoes-emissao.
           move zeroes to qtd-exclusoes-emissao.
           move total-recusadas to qtd-invalidas-emissao.
           move hash-rgs-do-movimento to hash-rgs-emissao.
           move zeroes to qtd-unificacoes-emissao.
           move total-concluidas to qtd-anonimizacoes-emissao.
           move zeroes to qtd-remocoes-emissao.
           move zeroes to qtd-restauracoes-emissao.
           write registro-emissao
               invalid key
                   display "ARQUIVO-EMISSOES: FALHA AO REGISTRAR "
                       "EMISSAO " origem-emissao
           end-write.
       5100-fim.
           exit.

       9000-aborta.
           if controle-aberto
               move "PGM18" to programa-controle
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
