      *----------------------------------------------------------*
      * pgm17_copia_seguranca
      *
      * copia de seguranca e restauracao dos arquivos centrais do
      * cadastro. a pgm04_estorno e o estorno automatico da
      * pgm02_manutencao protegem contra um lote errado, mas nao
      * contra o mestre danificado ou perdido. este programa:
      *   - COPIAR: descarrega o mestre ARQUIVO-ENTRADA, o
      *     journal ARQUIVO-JOURNAL e o ARQUIVO-LOTES em copias
      *     sequenciais datadas (COPIA-ENTRADA-aaaammdd,
      *     COPIA-JOURNAL-aaaammdd e COPIA-LOTES-aaaammdd),
      *     rele cada copia para conferir contagem e hash contra
      *     o que foi descarregado, registra a geracao no
      *     catalogo ARQUIVO-COPIAS e marca "D" as geracoes alem
      *     do numero a manter, listando no RELATORIO-COPIAS os
      *     nomes das copias que o job deve apagar. a copia do
      *     dia ja catalogada e conferida nao e refeita: a nova
      *     descarga truncaria a unica copia boa antes de ser
      *     conferida. para refaze-la assim mesmo informe
      *     SUBSTITUIR; a geracao antiga e marcada "D" antes da
      *     descarga e so volta a "V" se a nova copia conferir;
      *   - RESTAURAR: confere a geracao escolhida contra o
      *     catalogo antes de tocar em qualquer arquivo, recarrega
      *     os tres arquivos a partir das copias e so declara a
      *     restauracao bem sucedida quando a recontagem dos
      *     arquivos recarregados bate com os totais guardados.
      *     a copia e anterior as anonimizacoes concluidas pela
      *     pgm18_anonimizacao desde a data da geracao: depois da
      *     recontagem, cada protocolo "C" do ARQUIVO-ANONIMIZACOES
      *     com conclusao nessa data ou depois tem o mestre e as
      *     imagens do journal do rg mascarados de novo, e o
      *     protocolo e listado no RELATORIO-COPIAS.
      * o RELATORIO-COPIAS mostra, por arquivo, registros e hash
      * esperados e obtidos.
      *
      * parametros de execucao:
      *   COPIAR [n] [SUBSTITUIR]
      *                         copia do dia, mantendo as n
      *                         geracoes mais recentes (padrao 7);
      *                         SUBSTITUIR refaz a copia do dia
      *                         ja catalogada;
      *   RESTAURAR aaaammdd    recarrega a geracao da data.
      *
      * a copia registra a execucao em ARQUIVO-CONTROLE como
      * PGM17 e a restauracao como PGM17RST. a pgm02_manutencao
      * so larga com a copia do dia concluida ("T"). encerra com
      * return-code 0 (ok) ou 8 (abortada ou nao conferida).
      *
      * historico de alteracoes
      *   2026-10-15  rf  versao inicial.
      *   2026-10-15  rf  copia do dia ja catalogada so e refeita
      *                   com SUBSTITUIR; geracoes descartadas
      *                   deixam de ser apagadas pelo programa e
      *                   sao listadas para o job apagar.
      *   2026-10-15  rf  restauracao mascara de novo os rgs
      *                   anonimizados depois da data da geracao.
      *----------------------------------------------------------*
       identification division.
       program-id. pgm17_copia_seguranca.


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
           select arquivo-journal assign to disk
               organization is indexed
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
           select arquivo-lotes assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-lote
               file status is fs-arquivo-lotes.
           select copia-entrada assign to nome-da-copia-entrada
               organization is line sequential
               file status is fs-copia-entrada.
           select copia-journal assign to nome-da-copia-journal
               organization is line sequential
               file status is fs-copia-journal.
           select copia-lotes assign to nome-da-copia-lotes
               organization is line sequential
               file status is fs-copia-lotes.
           select arquivo-copias assign to disk
               organization is indexed
               access mode is dynamic
               record key is data-da-copia
               file status is fs-arquivo-copias.
           select relatorio-copias assign to disk.
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

       fd arquivo-journal
           label records are standard.
           copy "journal.cpy".

       fd arquivo-anonimizacoes
           label records are standard.
           copy "anonimizacao.cpy".

       fd arquivo-lotes
           label records are standard.
           copy "lote.cpy".

       fd copia-entrada
           label records are omitted.
       01 registro-copia-entrada pic x(137).

       fd copia-journal
           label records are omitted.
       01 registro-copia-journal pic x(287).

       fd copia-lotes
           label records are omitted.
       01 registro-copia-lotes pic x(36).

       fd arquivo-copias
           label records are standard.
           copy "copia.cpy".

       fd relatorio-copias
           label records are omitted.
       01 linha-copias pic x(132).

       fd arquivo-controle
           label records are standard.
           copy "controle-execucao.cpy".

       working-storage section.
       77 fs-arquivo-entrada pic x(02) value "00".
       77 fs-arquivo-journal pic x(02) value "00".
       77 fs-arquivo-lotes pic x(02) value "00".
       77 fs-copia-entrada pic x(02) value "00".
       77 fs-copia-journal pic x(02) value "00".
       77 fs-copia-lotes pic x(02) value "00".
       77 fs-arquivo-copias pic x(02) value "00".
       77 fs-arquivo-controle pic x(02) value "00".
       77 fs-arquivo-anonimizacoes pic x(02) value "00".
       77 nome-da-copia-entrada pic x(40) value spaces.
       77 nome-da-copia-journal pic x(40) value spaces.
       77 nome-da-copia-lotes pic x(40) value spaces.
       77 parametro-execucao pic x(30) value spaces.
       77 parametro-acao pic x(10) value spaces.
       77 parametro-valor pic x(10) value spaces.
       77 parametro-opcao pic x(10) value spaces.
       77 programa-da-execucao pic x(08) value spaces.
       77 data-de-hoje pic 9(08) value zeroes.
       77 hora-do-movimento pic 9(08) value zeroes.
       77 data-da-geracao pic 9(08) value zeroes.
       77 data-da-geracao-salva pic 9(08) value zeroes.
       77 geracoes-a-manter pic 9(03) value 7.
       77 geracoes-vistas pic 9(03) value zeroes.
       77 total-descartadas pic 9(03) value zeroes.
       77 fim-de-arquivo pic x(03) value "nao".
       77 fim-do-catalogo pic x(03) value "nao".
       77 sw-controle-aberto pic x(01) value "N".
           88 controle-aberto value "S".
       77 sw-controle-gravado pic x(01) value "N".
           88 controle-gravado value "S".
       77 sw-catalogo-gravado pic x(01) value "N".
           88 catalogo-gravado value "S".
       77 sw-substituicao pic x(01) value "N".
           88 substituicao-autorizada value "S".
       77 sw-geracao-do-dia pic x(01) value "N".
           88 geracao-do-dia-catalogada value "S".
       77 sw-totais-conferem pic x(01) value "S".
           88 totais-conferem value "S".
           88 totais-divergem value "N".
       77 qtd-entrada-contada pic 9(07) value zeroes.
       77 hash-entrada-contado pic 9(13) value zeroes.
       77 qtd-journal-contada pic 9(07) value zeroes.
       77 hash-journal-contado pic 9(13) value zeroes.
       77 qtd-lotes-contada pic 9(07) value zeroes.
       77 hash-lotes-contado pic 9(13) value zeroes.
       77 falhas-de-gravacao pic 9(07) value zeroes.
       77 nome-comparado pic x(16) value spaces.
       77 qtd-esperada pic 9(07) value zeroes.
       77 qtd-obtida pic 9(07) value zeroes.
       77 hash-esperado pic 9(13) value zeroes.
       77 hash-obtido pic 9(13) value zeroes.
       77 fim-das-anonimizacoes pic x(03) value "nao".
       77 fim-do-journal pic x(03) value "nao".
       77 qtd-remascaradas pic 9(03) value zeroes.
       77 max-remascaradas pic 9(03) value 500.
       77 ix-remascarada pic 9(03) value zeroes.
       77 ix-achada pic 9(03) value zeroes.
       77 rg-procurado pic 9(10) value zeroes.
       77 total-protocolos-remascarados pic 9(05) value zeroes.
       77 sw-rg-achado pic x(01) value "N".
           88 rg-achado value "S".
       77 sw-imagem-mascarada pic x(01) value "N".
           88 imagem-mascarada value "S".

       01 tabela-de-remascarados.
           02 protocolo-remascarado occurs 500 times.
               03 protocolo-a-remascarar pic x(15).
               03 rg-remascarado pic 9(10).
               03 mestre-remascarado pic x(01).
               03 imagens-remascaradas pic 9(07).

       01 registro-em-conta pic x(287).
       01 entrada-em-conta redefines registro-em-conta.
           02 rg-em-conta pic 9(10).
           02 filler pic x(277).
       01 journal-em-conta redefines registro-em-conta.
           02 chave-em-conta pic 9(12).
           02 acao-em-conta pic x(01).
           02 rg-antes-em-conta pic x(10).
           02 filler pic x(127).
           02 rg-depois-em-conta pic x(10).
           02 filler pic x(127).
       01 lote-em-conta redefines registro-em-conta.
           02 origem-em-conta pic x(08).
           02 sequencia-em-conta pic 9(06).
           02 filler pic x(273).

       01 carimbo-do-titulo-copias.
           02 filler pic x(05) value spaces.
           02 filler pic x(35)
               value "copia de seguranca do cadastro - ".
           02 carimbo-cop-acao pic x(10).
           02 filler pic x(10) value " geracao: ".
           02 carimbo-cop-geracao pic 9(08).
           02 filler pic x(64) value spaces.

       01 carimbo-da-etapa-copias.
           02 filler pic x(05) value spaces.
           02 carimbo-cop-etapa pic x(60).
           02 filler pic x(67) value spaces.

       01 carimbo-da-conferencia.
           02 filler pic x(05) value spaces.
           02 carimbo-cop-arquivo pic x(16).
           02 filler pic x(12) value " registros: ".
           02 carimbo-cop-qtd-esperada pic ZZZZZZ9.
           02 filler pic x(03) value " / ".
           02 carimbo-cop-qtd-obtida pic ZZZZZZ9.
           02 filler pic x(07) value " hash: ".
           02 carimbo-cop-hash-esperado pic 9(13).
           02 filler pic x(03) value " / ".
           02 carimbo-cop-hash-obtido pic 9(13).
           02 filler pic x(02) value spaces.
           02 carimbo-cop-resultado pic x(10).
           02 filler pic x(34) value spaces.

       01 carimbo-da-geracao-descartada.
           02 filler pic x(05) value spaces.
           02 filler pic x(29) value "geracao descartada: ".
           02 carimbo-cop-descartada pic 9(08).
           02 filler pic x(90) value spaces.

       01 carimbo-da-copia-a-apagar.
           02 filler pic x(10) value spaces.
           02 filler pic x(17) value "copia a apagar: ".
           02 carimbo-cop-a-apagar pic x(40).
           02 filler pic x(65) value spaces.

       01 carimbo-do-protocolo-remascarado.
           02 filler pic x(10) value spaces.
           02 filler pic x(11) value "protocolo: ".
           02 carimbo-cop-protocolo pic x(15).
           02 filler pic x(06) value "  rg: ".
           02 carimbo-cop-rg pic 9(10).
           02 filler pic x(10) value "  mestre: ".
           02 carimbo-cop-mestre pic x(01).
           02 filler pic x(22) value "  imagens do journal: ".
           02 carimbo-cop-imagens pic ZZZZZZ9.
           02 filler pic x(40) value spaces.


       procedure division.

       0000-mainline.
           perform 1000-inicializa thru 1000-fim.
           if parametro-acao = "COPIAR"
               perform 2000-copia thru 2000-fim
           else
               perform 3000-restaura thru 3000-fim
           end-if.
           perform 5000-finaliza thru 5000-fim.
           stop run.

       1000-inicializa.
           accept data-de-hoje from date yyyymmdd.
           accept hora-do-movimento from time.
           accept parametro-execucao from command-line.
           move spaces to parametro-acao parametro-valor.
           move spaces to parametro-opcao.
           unstring parametro-execucao delimited by all spaces
               into parametro-acao parametro-valor parametro-opcao
           end-unstring.
           evaluate parametro-acao
               when "COPIAR"
                   move "PGM17" to programa-da-execucao
                   move data-de-hoje to data-da-geracao
                   if parametro-valor = "SUBSTITUIR"
                       move parametro-valor to parametro-opcao
                       move spaces to parametro-valor
                   end-if
                   if parametro-opcao = "SUBSTITUIR"
                       move "S" to sw-substituicao
                   else
                       if parametro-opcao not = spaces
                           display "PGM17_COPIA_SEGURANCA: OPCAO "
                               "INVALIDA - " parametro-opcao
                           move 8 to return-code
                           stop run
                       end-if
                   end-if
                   if parametro-valor not = spaces
                       move function numval(parametro-valor)
                           to geracoes-a-manter
                       if geracoes-a-manter = zeroes
                           display "PGM17_COPIA_SEGURANCA: NUMERO DE "
                               "GERACOES INVALIDO - " parametro-valor
                           move 8 to return-code
                           stop run
                       end-if
                   end-if
               when "RESTAURAR"
                   move "PGM17RST" to programa-da-execucao
                   move function numval(parametro-valor)
                       to data-da-geracao
                   if data-da-geracao = zeroes
                       display "PGM17_COPIA_SEGURANCA: DATA DA "
                           "GERACAO INVALIDA - " parametro-valor
                       move 8 to return-code
                       stop run
                   end-if
               when other
                   display "PGM17_COPIA_SEGURANCA: INFORME COPIAR [N] "
                       "[SUBSTITUIR] OU RESTAURAR AAAAMMDD"
                   move 8 to return-code
                   stop run
           end-evaluate.
           open i-o arquivo-copias.
           if fs-arquivo-copias = "35"
               open output arquivo-copias
               close arquivo-copias
               open i-o arquivo-copias
           end-if.
           if fs-arquivo-copias not = "00"
               display "ARQUIVO-COPIAS: ERRO NA ABERTURA - STATUS "
                   fs-arquivo-copias
               perform 9000-aborta thru 9000-fim
           end-if.
           if parametro-acao = "COPIAR"
               perform 1100-verifica-geracao-do-dia thru 1100-fim
           end-if.
           perform 1050-controla-execucao thru 1050-fim.
           perform 1200-monta-nomes thru 1200-fim.
           open output relatorio-copias.
           move parametro-acao to carimbo-cop-acao.
           move data-da-geracao to carimbo-cop-geracao.
           write linha-copias from carimbo-do-titulo-copias.
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
               display "PGM17_COPIA_SEGURANCA: CONTROLE DE EXECUCAO "
                   "INDISPONIVEL - STATUS " fs-arquivo-controle
               move 8 to return-code
               stop run
           end-if.
           move "S" to sw-controle-aberto.
           move programa-da-execucao to programa-controle.
           move data-de-hoje to data-controle.
           read arquivo-controle
               invalid key
                   move "N" to sw-controle-gravado
               not invalid key
                   move "S" to sw-controle-gravado
           end-read.
           move programa-da-execucao to programa-controle.
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

      * a copia do dia ja catalogada e conferida e a unica copia
      * boa do dia: sem SUBSTITUIR a execucao e recusada antes de
      * tocar no controle, que continua com a copia concluida.
       1100-verifica-geracao-do-dia.
           move "N" to sw-geracao-do-dia.
           move data-da-geracao to data-da-copia.
           read arquivo-copias
               invalid key
                   go to 1100-fim
           end-read.
           if not copia-valida
               go to 1100-fim
           end-if.
           move "S" to sw-geracao-do-dia.
           if substituicao-autorizada
               go to 1100-fim
           end-if.
           display "PGM17_COPIA_SEGURANCA: GERACAO " data-da-geracao
               " JA CATALOGADA E CONFERIDA - COPIAR SUBSTITUIR PARA "
               "REFAZER".
           close arquivo-copias.
           move 8 to return-code.
           stop run.
       1100-fim.
           exit.

       1200-monta-nomes.
           move spaces to nome-da-copia-entrada.
           move spaces to nome-da-copia-journal.
           move spaces to nome-da-copia-lotes.
           string "COPIA-ENTRADA-" delimited by size
               data-da-geracao delimited by size
               into nome-da-copia-entrada
           end-string.
           string "COPIA-JOURNAL-" delimited by size
               data-da-geracao delimited by size
               into nome-da-copia-journal
           end-string.
           string "COPIA-LOTES-" delimited by size
               data-da-geracao delimited by size
               into nome-da-copia-lotes
           end-string.
       1200-fim.
           exit.

       2000-copia.
           if geracao-do-dia-catalogada
               perform 2050-descarta-geracao-do-dia thru 2050-fim
           end-if.
           move "descarga dos arquivos" to carimbo-cop-etapa.
           write linha-copias from carimbo-da-etapa-copias.
           perform 2100-descarrega-entrada thru 2100-fim.
           perform 2200-descarrega-journal thru 2200-fim.
           perform 2300-descarrega-lotes thru 2300-fim.
           move data-da-geracao to data-da-copia.
           read arquivo-copias
               invalid key
                   move "N" to sw-catalogo-gravado
               not invalid key
                   move "S" to sw-catalogo-gravado
           end-read.
           move data-da-geracao to data-da-copia.
           move hora-do-movimento(1:6) to hora-da-copia.
           move "V" to situacao-da-copia.
           move qtd-entrada-contada to qtd-entrada-copia.
           move hash-entrada-contado to hash-entrada-copia.
           move qtd-journal-contada to qtd-journal-copia.
           move hash-journal-contado to hash-journal-copia.
           move qtd-lotes-contada to qtd-lotes-copia.
           move hash-lotes-contado to hash-lotes-copia.
           move zeroes to data-da-restauracao.
           move "conferencia das copias" to carimbo-cop-etapa.
           write linha-copias from carimbo-da-etapa-copias.
           perform 4000-confere-copias thru 4000-fim.
           if totais-divergem
               display "PGM17_COPIA_SEGURANCA: COPIA NAO CONFERE - "
                   "GERACAO " data-da-geracao " NAO CATALOGADA"
               perform 9000-aborta thru 9000-fim
           end-if.
           if catalogo-gravado
               rewrite registro-copia
           else
               write registro-copia
           end-if.
           if fs-arquivo-copias not = "00"
               display "ARQUIVO-COPIAS: FALHA AO CATALOGAR - STATUS "
                   fs-arquivo-copias
               perform 9000-aborta thru 9000-fim
           end-if.
           perform 2500-descarta-geracoes thru 2500-fim.
       2000-fim.
           exit.

      * a descarga vai truncar as copias da geracao do dia: ela
      * passa a "D" ate a nova copia conferir e ser catalogada.
       2050-descarta-geracao-do-dia.
           move data-da-geracao to data-da-copia.
           read arquivo-copias
               invalid key
                   go to 2050-fim
           end-read.
           move "D" to situacao-da-copia.
           rewrite registro-copia
               invalid key
                   continue
           end-rewrite.
           if fs-arquivo-copias not = "00"
               display "ARQUIVO-COPIAS: FALHA AO DESCARTAR GERACAO "
                   "DO DIA - STATUS " fs-arquivo-copias
               perform 9000-aborta thru 9000-fim
           end-if.
           move "geracao do dia substituida - anterior descartada"
               to carimbo-cop-etapa.
           write linha-copias from carimbo-da-etapa-copias.
       2050-fim.
           exit.

       2100-descarrega-entrada.
           move zeroes to qtd-entrada-contada hash-entrada-contado.
           open input arquivo-entrada.
           if fs-arquivo-entrada not = "00"
               display "ARQUIVO-ENTRADA: ERRO NA ABERTURA - STATUS "
                   fs-arquivo-entrada
               perform 9000-aborta thru 9000-fim
           end-if.
           open output copia-entrada.
           if fs-copia-entrada not = "00"
               display nome-da-copia-entrada ": ERRO NA ABERTURA - "
                   "STATUS " fs-copia-entrada
               perform 9000-aborta thru 9000-fim
           end-if.
           move "nao" to fim-de-arquivo.
           perform 2150-descarrega-um-cliente thru 2150-fim
               until fim-de-arquivo = "sim".
           close arquivo-entrada.
           close copia-entrada.
       2100-fim.
           exit.

       2150-descarrega-um-cliente.
           read arquivo-entrada next record
               at end move "sim" to fim-de-arquivo
           end-read.
           if fim-de-arquivo = "nao"
               write registro-copia-entrada from cliente
               move cliente to registro-em-conta
               perform 4150-conta-entrada thru 4150-fim
           end-if.
       2150-fim.
           exit.

       2200-descarrega-journal.
           move zeroes to qtd-journal-contada hash-journal-contado.
           open output copia-journal.
           if fs-copia-journal not = "00"
               display nome-da-copia-journal ": ERRO NA ABERTURA - "
                   "STATUS " fs-copia-journal
               perform 9000-aborta thru 9000-fim
           end-if.
           open input arquivo-journal.
           if fs-arquivo-journal = "00"
               move "nao" to fim-de-arquivo
               perform 2250-descarrega-uma-imagem thru 2250-fim
                   until fim-de-arquivo = "sim"
               close arquivo-journal
           else
               if fs-arquivo-journal not = "35"
                   display "ARQUIVO-JOURNAL: ERRO NA ABERTURA - "
                       "STATUS " fs-arquivo-journal
                   perform 9000-aborta thru 9000-fim
               end-if
           end-if.
           close copia-journal.
       2200-fim.
           exit.

       2250-descarrega-uma-imagem.
           read arquivo-journal next record
               at end move "sim" to fim-de-arquivo
           end-read.
           if fim-de-arquivo = "nao"
               write registro-copia-journal from registro-journal
               move registro-journal to registro-em-conta
               perform 4250-conta-journal thru 4250-fim
           end-if.
       2250-fim.
           exit.

       2300-descarrega-lotes.
           move zeroes to qtd-lotes-contada hash-lotes-contado.
           open output copia-lotes.
           if fs-copia-lotes not = "00"
               display nome-da-copia-lotes ": ERRO NA ABERTURA - "
                   "STATUS " fs-copia-lotes
               perform 9000-aborta thru 9000-fim
           end-if.
           open input arquivo-lotes.
           if fs-arquivo-lotes = "00"
               move "nao" to fim-de-arquivo
               perform 2350-descarrega-um-lote thru 2350-fim
                   until fim-de-arquivo = "sim"
               close arquivo-lotes
           else
               if fs-arquivo-lotes not = "35"
                   display "ARQUIVO-LOTES: ERRO NA ABERTURA - STATUS "
                       fs-arquivo-lotes
                   perform 9000-aborta thru 9000-fim
               end-if
           end-if.
           close copia-lotes.
       2300-fim.
           exit.

       2350-descarrega-um-lote.
           read arquivo-lotes next record
               at end move "sim" to fim-de-arquivo
           end-read.
           if fim-de-arquivo = "nao"
               write registro-copia-lotes from registro-lote
               move registro-lote to registro-em-conta
               perform 4350-conta-lote thru 4350-fim
           end-if.
       2350-fim.
           exit.

      * percorre o catalogo da geracao mais nova para a mais velha;
      * passadas as n geracoes validas a manter, as demais ficam
      * marcadas "D" e os nomes das copias saem no relatorio para
      * o job apagar.
       2500-descarta-geracoes.
           move data-da-geracao to data-da-geracao-salva.
           move zeroes to geracoes-vistas total-descartadas.
           move "nao" to fim-do-catalogo.
           move 99999999 to data-da-copia.
           start arquivo-copias
                   key is not greater than data-da-copia
               invalid key move "sim" to fim-do-catalogo
           end-start.
           perform 2550-examina-geracao thru 2550-fim
               until fim-do-catalogo = "sim".
           move data-da-geracao-salva to data-da-geracao.
           perform 1200-monta-nomes thru 1200-fim.
       2500-fim.
           exit.

       2550-examina-geracao.
           read arquivo-copias previous record
               at end move "sim" to fim-do-catalogo
           end-read.
           if fim-do-catalogo = "sim"
               go to 2550-fim
           end-if.
           if not copia-valida
               go to 2550-fim
           end-if.
           add 1 to geracoes-vistas.
           if geracoes-vistas > geracoes-a-manter
               move data-da-copia to data-da-geracao
               perform 1200-monta-nomes thru 1200-fim
               move "D" to situacao-da-copia
               rewrite registro-copia
                   invalid key
                       continue
               end-rewrite
               add 1 to total-descartadas
               move data-da-copia to carimbo-cop-descartada
               write linha-copias from carimbo-da-geracao-descartada
               move nome-da-copia-entrada to carimbo-cop-a-apagar
               write linha-copias from carimbo-da-copia-a-apagar
               move nome-da-copia-journal to carimbo-cop-a-apagar
               write linha-copias from carimbo-da-copia-a-apagar
               move nome-da-copia-lotes to carimbo-cop-a-apagar
               write linha-copias from carimbo-da-copia-a-apagar
           end-if.
       2550-fim.
           exit.

       3000-restaura.
           move data-da-geracao to data-da-copia.
           read arquivo-copias
               invalid key
                   display "PGM17_COPIA_SEGURANCA: GERACAO "
                       data-da-geracao " NAO CATALOGADA"
                   perform 9000-aborta thru 9000-fim
           end-read.
           if not copia-valida
               display "PGM17_COPIA_SEGURANCA: GERACAO "
                   data-da-geracao " DESCARTADA"
               perform 9000-aborta thru 9000-fim
           end-if.
           move "conferencia das copias antes da carga"
               to carimbo-cop-etapa.
           write linha-copias from carimbo-da-etapa-copias.
           perform 4000-confere-copias thru 4000-fim.
           if totais-divergem
               display "PGM17_COPIA_SEGURANCA: COPIAS DA GERACAO "
                   data-da-geracao " NAO CONFEREM COM O CATALOGO - "
                   "NENHUM ARQUIVO FOI TOCADO"
               perform 9000-aborta thru 9000-fim
           end-if.
           move zeroes to falhas-de-gravacao.
           perform 3100-recarrega-entrada thru 3100-fim.
           perform 3200-recarrega-journal thru 3200-fim.
           perform 3300-recarrega-lotes thru 3300-fim.
           move "recontagem dos arquivos recarregados"
               to carimbo-cop-etapa.
           write linha-copias from carimbo-da-etapa-copias.
           perform 3500-reconta-arquivos thru 3500-fim.
           if totais-divergem or falhas-de-gravacao > zeroes
               display "PGM17_COPIA_SEGURANCA: RESTAURACAO DA "
                   "GERACAO " data-da-geracao " NAO CONFERE"
               perform 9000-aborta thru 9000-fim
           end-if.
           perform 3600-reaplica-anonimizacoes thru 3600-fim.
           move data-de-hoje to data-da-restauracao.
           rewrite registro-copia
               invalid key
                   continue
           end-rewrite.
           display "PGM17_COPIA_SEGURANCA: GERACAO " data-da-geracao
               " RESTAURADA E CONFERIDA".
       3000-fim.
           exit.

       3100-recarrega-entrada.
           open input copia-entrada.
           open output arquivo-entrada.
           if fs-arquivo-entrada not = "00"
               display "ARQUIVO-ENTRADA: ERRO NA RECRIACAO - STATUS "
                   fs-arquivo-entrada
               perform 9000-aborta thru 9000-fim
           end-if.
           move "nao" to fim-de-arquivo.
           perform 3150-recarrega-um-cliente thru 3150-fim
               until fim-de-arquivo = "sim".
           close copia-entrada.
           close arquivo-entrada.
       3100-fim.
           exit.

       3150-recarrega-um-cliente.
           read copia-entrada
               at end move "sim" to fim-de-arquivo
           end-read.
           if fim-de-arquivo = "nao"
               move registro-copia-entrada to cliente
               write cliente
                   invalid key
                       add 1 to falhas-de-gravacao
               end-write
           end-if.
       3150-fim.
           exit.

       3200-recarrega-journal.
           open input copia-journal.
           open output arquivo-journal.
           if fs-arquivo-journal not = "00"
               display "ARQUIVO-JOURNAL: ERRO NA RECRIACAO - STATUS "
                   fs-arquivo-journal
               perform 9000-aborta thru 9000-fim
           end-if.
           move "nao" to fim-de-arquivo.
           perform 3250-recarrega-uma-imagem thru 3250-fim
               until fim-de-arquivo = "sim".
           close copia-journal.
           close arquivo-journal.
       3200-fim.
           exit.

       3250-recarrega-uma-imagem.
           read copia-journal
               at end move "sim" to fim-de-arquivo
           end-read.
           if fim-de-arquivo = "nao"
               move registro-copia-journal to registro-journal
               write registro-journal
                   invalid key
                       add 1 to falhas-de-gravacao
               end-write
           end-if.
       3250-fim.
           exit.

       3300-recarrega-lotes.
           open input copia-lotes.
           open output arquivo-lotes.
           if fs-arquivo-lotes not = "00"
               display "ARQUIVO-LOTES: ERRO NA RECRIACAO - STATUS "
                   fs-arquivo-lotes
               perform 9000-aborta thru 9000-fim
           end-if.
           move "nao" to fim-de-arquivo.
           perform 3350-recarrega-um-lote thru 3350-fim
               until fim-de-arquivo = "sim".
           close copia-lotes.
           close arquivo-lotes.
       3300-fim.
           exit.

       3350-recarrega-um-lote.
           read copia-lotes
               at end move "sim" to fim-de-arquivo
           end-read.
           if fim-de-arquivo = "nao"
               move registro-copia-lotes to registro-lote
               write registro-lote
                   invalid key
                       add 1 to falhas-de-gravacao
               end-write
           end-if.
       3350-fim.
           exit.

       3500-reconta-arquivos.
           move zeroes to qtd-entrada-contada hash-entrada-contado.
           move zeroes to qtd-journal-contada hash-journal-contado.
           move zeroes to qtd-lotes-contada hash-lotes-contado.
           open input arquivo-entrada.
           move "nao" to fim-de-arquivo.
           perform 3550-reconta-um-cliente thru 3550-fim
               until fim-de-arquivo = "sim".
           close arquivo-entrada.
           open input arquivo-journal.
           move "nao" to fim-de-arquivo.
           perform 3560-reconta-uma-imagem thru 3560-fim
               until fim-de-arquivo = "sim".
           close arquivo-journal.
           open input arquivo-lotes.
           move "nao" to fim-de-arquivo.
           perform 3570-reconta-um-lote thru 3570-fim
               until fim-de-arquivo = "sim".
           close arquivo-lotes.
           perform 4500-compara-totais thru 4500-fim.
       3500-fim.
           exit.

       3550-reconta-um-cliente.
           read arquivo-entrada next record
               at end move "sim" to fim-de-arquivo
           end-read.
           if fim-de-arquivo = "nao"
               move cliente to registro-em-conta
               perform 4150-conta-entrada thru 4150-fim
           end-if.
       3550-fim.
           exit.

       3560-reconta-uma-imagem.
           read arquivo-journal next record
               at end move "sim" to fim-de-arquivo
           end-read.
           if fim-de-arquivo = "nao"
               move registro-journal to registro-em-conta
               perform 4250-conta-journal thru 4250-fim
           end-if.
       3560-fim.
           exit.

       3570-reconta-um-lote.
           read arquivo-lotes next record
               at end move "sim" to fim-de-arquivo
           end-read.
           if fim-de-arquivo = "nao"
               move registro-lote to registro-em-conta
               perform 4350-conta-lote thru 4350-fim
           end-if.
       3570-fim.
           exit.

      * a copia guarda os dados pessoais dos rgs anonimizados
      * depois dela. a mascara e reaplicada como na
      * pgm18_anonimizacao: nome marcado, endereco em branco e
      * cep zerado, no mestre e nas imagens antes e depois.
       3600-reaplica-anonimizacoes.
           open input arquivo-anonimizacoes.
           if fs-arquivo-anonimizacoes = "35"
               go to 3600-fim
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
           open i-o arquivo-journal.
           if fs-arquivo-journal not = "00"
               display "ARQUIVO-JOURNAL: ERRO NA ABERTURA - STATUS "
                   fs-arquivo-journal
               perform 9000-aborta thru 9000-fim
           end-if.
           move "anonimizacoes concluidas desde a geracao"
               to carimbo-cop-etapa.
           write linha-copias from carimbo-da-etapa-copias.
           move zeroes to qtd-remascaradas.
           move zeroes to total-protocolos-remascarados.
           move low-values to protocolo-anonimizacao.
           move "nao" to fim-das-anonimizacoes.
           start arquivo-anonimizacoes
                   key is not less than protocolo-anonimizacao
               invalid key move "sim" to fim-das-anonimizacoes
           end-start.
           perform 3650-examina-uma-anonimizacao thru 3650-fim
               until fim-das-anonimizacoes = "sim".
           if qtd-remascaradas > zeroes
               perform 3700-varre-journal thru 3700-fim
           end-if.
           close arquivo-anonimizacoes.
           close arquivo-entrada.
           close arquivo-journal.
           display "PGM17_COPIA_SEGURANCA: "
               total-protocolos-remascarados
               " ANONIMIZACAO(OES) REAPLICADA(S) APOS A RESTAURACAO".
       3600-fim.
           exit.

       3650-examina-uma-anonimizacao.
           read arquivo-anonimizacoes next record
               at end move "sim" to fim-das-anonimizacoes
           end-read.
           if fim-das-anonimizacoes = "sim"
               go to 3650-fim
           end-if.
           if not anonimizacao-concluida
                   or data-da-conclusao < data-da-geracao
               go to 3650-fim
           end-if.
           if qtd-remascaradas >= max-remascaradas
               perform 3700-varre-journal thru 3700-fim
           end-if.
           add 1 to qtd-remascaradas total-protocolos-remascarados.
           move protocolo-anonimizacao
               to protocolo-a-remascarar(qtd-remascaradas).
           move rg-anonimizado to rg-remascarado(qtd-remascaradas).
           move zeroes to imagens-remascaradas(qtd-remascaradas).
           move "S" to mestre-remascarado(qtd-remascaradas).
           move rg-anonimizado to rg-do-cliente.
           read arquivo-entrada
               invalid key
                   move "N" to mestre-remascarado(qtd-remascaradas)
           end-read.
           if mestre-remascarado(qtd-remascaradas) = "N"
               go to 3650-fim
           end-if.
           perform 3690-mascara-cliente thru 3690-fim.
           rewrite cliente
               invalid key
                   display "ARQUIVO-ENTRADA: FALHA AO REGRAVAR RG "
                       rg-do-cliente
                   perform 9000-aborta thru 9000-fim
           end-rewrite.
       3650-fim.
           exit.

       3690-mascara-cliente.
           set cliente-anonimizado to true.
           move spaces to endereco-do-cliente.
           move zeroes to cep-do-cliente.
       3690-fim.
           exit.

      * uma passada pelo journal para os protocolos da tabela;
      * a tabela cheia e descarregada antes de receber outros.
       3700-varre-journal.
           move "nao" to fim-do-journal.
           move zeroes to chave-journal.
           start arquivo-journal
                   key is greater than chave-journal
               invalid key move "sim" to fim-do-journal
           end-start.
           perform 3750-examina-uma-imagem thru 3750-fim
               until fim-do-journal = "sim".
           perform 3800-imprime-remascarado thru 3800-fim
               varying ix-remascarada from 1 by 1
               until ix-remascarada > qtd-remascaradas.
           move zeroes to qtd-remascaradas.
       3700-fim.
           exit.

       3750-examina-uma-imagem.
           read arquivo-journal next record
               at end move "sim" to fim-do-journal
           end-read.
           if fim-do-journal = "sim"
               go to 3750-fim
           end-if.
           move "N" to sw-imagem-mascarada.
           if imagem-antes(1:10) is numeric
               move imagem-antes(1:10) to rg-procurado
               perform 3760-procura-rg-remascarado thru 3760-fim
               if rg-achado
                   move imagem-antes to cliente
                   perform 3690-mascara-cliente thru 3690-fim
                   move cliente to imagem-antes
                   add 1 to imagens-remascaradas(ix-achada)
                   move "S" to sw-imagem-mascarada
               end-if
           end-if.
           if imagem-depois(1:10) is numeric
               move imagem-depois(1:10) to rg-procurado
               perform 3760-procura-rg-remascarado thru 3760-fim
               if rg-achado
                   move imagem-depois to cliente
                   perform 3690-mascara-cliente thru 3690-fim
                   move cliente to imagem-depois
                   add 1 to imagens-remascaradas(ix-achada)
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
       3750-fim.
           exit.

       3760-procura-rg-remascarado.
           move "N" to sw-rg-achado.
           perform 3770-compara-rg-remascarado thru 3770-fim
               varying ix-achada from 1 by 1
               until ix-achada > qtd-remascaradas or rg-achado.
           if rg-achado
               subtract 1 from ix-achada
           end-if.
       3760-fim.
           exit.

       3770-compara-rg-remascarado.
           if rg-remascarado(ix-achada) = rg-procurado
               move "S" to sw-rg-achado
           end-if.
       3770-fim.
           exit.

       3800-imprime-remascarado.
           move protocolo-a-remascarar(ix-remascarada)
               to carimbo-cop-protocolo.
           move rg-remascarado(ix-remascarada) to carimbo-cop-rg.
           move mestre-remascarado(ix-remascarada)
               to carimbo-cop-mestre.
           move imagens-remascaradas(ix-remascarada)
               to carimbo-cop-imagens.
           write linha-copias from carimbo-do-protocolo-remascarado.
       3800-fim.
           exit.

      * rele as tres copias sequenciais da geracao e compara a
      * contagem e o hash de cada uma com o registro do catalogo.
       4000-confere-copias.
           move zeroes to qtd-entrada-contada hash-entrada-contado.
           move zeroes to qtd-journal-contada hash-journal-contado.
           move zeroes to qtd-lotes-contada hash-lotes-contado.
           open input copia-entrada.
           if fs-copia-entrada = "00"
               move "nao" to fim-de-arquivo
               perform 4100-confere-um-cliente thru 4100-fim
                   until fim-de-arquivo = "sim"
               close copia-entrada
           end-if.
           open input copia-journal.
           if fs-copia-journal = "00"
               move "nao" to fim-de-arquivo
               perform 4200-confere-uma-imagem thru 4200-fim
                   until fim-de-arquivo = "sim"
               close copia-journal
           end-if.
           open input copia-lotes.
           if fs-copia-lotes = "00"
               move "nao" to fim-de-arquivo
               perform 4300-confere-um-lote thru 4300-fim
                   until fim-de-arquivo = "sim"
               close copia-lotes
           end-if.
           perform 4500-compara-totais thru 4500-fim.
           if fs-copia-entrada not = "00"
                   or fs-copia-journal not = "00"
                   or fs-copia-lotes not = "00"
               move "N" to sw-totais-conferem
           end-if.
       4000-fim.
           exit.

       4100-confere-um-cliente.
           read copia-entrada
               at end move "sim" to fim-de-arquivo
           end-read.
           if fim-de-arquivo = "nao"
               move registro-copia-entrada to registro-em-conta
               perform 4150-conta-entrada thru 4150-fim
           end-if.
       4100-fim.
           exit.

       4150-conta-entrada.
           add 1 to qtd-entrada-contada.
           if rg-em-conta is numeric
               add rg-em-conta to hash-entrada-contado
           end-if.
       4150-fim.
           exit.

       4200-confere-uma-imagem.
           read copia-journal
               at end move "sim" to fim-de-arquivo
           end-read.
           if fim-de-arquivo = "nao"
               move registro-copia-journal to registro-em-conta
               perform 4250-conta-journal thru 4250-fim
           end-if.
       4200-fim.
           exit.

       4250-conta-journal.
           add 1 to qtd-journal-contada.
           if chave-em-conta not = zeroes
               if rg-depois-em-conta is numeric
                   add function numval(rg-depois-em-conta)
                       to hash-journal-contado
               else
                   if rg-antes-em-conta is numeric
                       add function numval(rg-antes-em-conta)
                           to hash-journal-contado
                   end-if
               end-if
           end-if.
       4250-fim.
           exit.

       4300-confere-um-lote.
           read copia-lotes
               at end move "sim" to fim-de-arquivo
           end-read.
           if fim-de-arquivo = "nao"
               move registro-copia-lotes to registro-em-conta
               perform 4350-conta-lote thru 4350-fim
           end-if.
       4300-fim.
           exit.

       4350-conta-lote.
           add 1 to qtd-lotes-contada.
           if sequencia-em-conta is numeric
               add sequencia-em-conta to hash-lotes-contado
           end-if.
       4350-fim.
           exit.

       4500-compara-totais.
           move "S" to sw-totais-conferem.
           move "ARQUIVO-ENTRADA" to nome-comparado.
           move qtd-entrada-copia to qtd-esperada.
           move qtd-entrada-contada to qtd-obtida.
           move hash-entrada-copia to hash-esperado.
           move hash-entrada-contado to hash-obtido.
           perform 4550-compara-um-arquivo thru 4550-fim.
           move "ARQUIVO-JOURNAL" to nome-comparado.
           move qtd-journal-copia to qtd-esperada.
           move qtd-journal-contada to qtd-obtida.
           move hash-journal-copia to hash-esperado.
           move hash-journal-contado to hash-obtido.
           perform 4550-compara-um-arquivo thru 4550-fim.
           move "ARQUIVO-LOTES" to nome-comparado.
           move qtd-lotes-copia to qtd-esperada.
           move qtd-lotes-contada to qtd-obtida.
           move hash-lotes-copia to hash-esperado.
           move hash-lotes-contado to hash-obtido.
           perform 4550-compara-um-arquivo thru 4550-fim.
       4500-fim.
           exit.

       4550-compara-um-arquivo.
           move nome-comparado to carimbo-cop-arquivo.
           move qtd-esperada to carimbo-cop-qtd-esperada.
           move qtd-obtida to carimbo-cop-qtd-obtida.
           move hash-esperado to carimbo-cop-hash-esperado.
           move hash-obtido to carimbo-cop-hash-obtido.
           if qtd-esperada = qtd-obtida
                   and hash-esperado = hash-obtido
               move "CONFERE" to carimbo-cop-resultado
           else
               move "DIVERGE" to carimbo-cop-resultado
               move "N" to sw-totais-conferem
           end-if.
           write linha-copias from carimbo-da-conferencia.
       4550-fim.
           exit.

       5000-finaliza.
           close arquivo-copias.
           close relatorio-copias.
           move programa-da-execucao to programa-controle.
           move data-de-hoje to data-controle.
           move "T" to situacao-controle.
           move hora-do-movimento(1:6) to hora-controle.
           perform 1080-grava-controle thru 1080-fim.
           close arquivo-controle.
           move zeroes to return-code.
       5000-fim.
           exit.

       9000-aborta.
           if controle-aberto
               move programa-da-execucao to programa-controle
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
