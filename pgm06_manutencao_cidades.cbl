      *----------------------------------------------------------*
      * pgm06_manutencao_cidades
      *
      * aplica as transacoes de inclusao, exclusao e renomeacao
      * do arquivo ARQUIVO-TRANSACOES-CIDADES contra o arquivo de
      * referencia CIDADES-VALIDAS, gerando um log das alteracoes
      * aplicadas. uma cidade so e excluida se nenhum cliente do
      * arquivo mestre ARQUIVO-ENTRADA ainda apontar para ela -
      * sem essa guarda os clientes da cidade excluida passariam
      * a ser rejeitados no relatorio seguinte sem ninguem saber
      * o motivo.
      *
      * a renomeacao (acao "R") leva uma cidade para outro nome,
      * ou a funde com uma cidade ja existente: as faixas de cep
      * da cidade antiga passam para a nova em FAIXAS-DE-CEP
      * (ARQUIVO-CEPS) e todo cliente do mestre que apontava para
      * a antiga passa a apontar para a nova. a transacao inteira
      * e recusada se alguma faixa movida se sobrepuser a uma
      * faixa ja cadastrada no destino. cada cliente movido vai
      * para o journal de imagens ARQUIVO-JOURNAL, sob um numero
      * de execucao proprio registrado em ARQUIVO-LOTES com a
      * origem PGM06CID, e para o movimento dos sistemas
      * corporativos. o arquivo de movimento se chama
      * MOVIMENTO-<origem>-<aaaammdd> e a emissao e registrada
      * em ARQUIVO-EMISSOES com a origem PGM06 seguida da
      * sequencia do dia, de modo que uma segunda execucao no
      * mesmo dia nao apaga a primeira. o relatorio
      * RELATORIO-RENOMEACAO lista cada faixa e cada cliente
      * movido. se algum cliente nao puder ser regravado a
      * cidade antiga e mantida em CIDADES-VALIDAS, para os
      * clientes que ficaram nela nao apontarem para cidade
      * inexistente, e o log mostra a renomeacao como parcial.
      *
      * a pgm04_estorno nao estorna a execucao da renomeacao
      * (so devolve imagens de cliente; a cidade antiga e as
      * faixas de cep ficariam para tras). a renomeacao se
      * desfaz com outra transacao "R", da cidade nova para a
      * antiga. numa fusao a transacao inversa levaria tambem os
      * clientes que ja eram da cidade destino, e a volta fica a
      * cargo da manutencao de clientes.
      *
      * as transacoes com vigencia futura retidas no
      * ARQUIVO-PENDENCIAS que citam a cidade antiga tambem
      * passam a citar a nova, para nao serem rejeitadas quando
      * a vigencia chegar.
      *
      * historico de alteracoes
      *   2026-08-22  rf  versao inicial.
      *   2026-10-15  rf  renomeacao e fusao de cidades (acao "R"),
      *                   com as faixas de cep e os clientes da
      *                   cidade antiga levados para a nova,
      *                   journal, movimento, emissao e relatorio
      *                   dos registros movidos.
      *   2026-10-15  rf  a renomeacao leva tambem para a cidade
      *                   nova as transacoes com vigencia futura
      *                   ainda retidas no ARQUIVO-PENDENCIAS.
      *   2026-10-15  rf  total de anonimizacoes zerado no trailer
      *                   do movimento e na emissao.
      *   2026-10-15  rf  totais de remocoes e restauracoes do
      *                   movimento compensatorio zerados no
      *                   trailer do movimento e na emissao.
      *   2026-10-15  rf  movimento com nome proprio por execucao
      *                   (origem PGM06 seguida da sequencia do
      *                   dia); cidade antiga mantida quando algum
      *                   cliente nao pode ser movido.
      *----------------------------------------------------------*
       identification division.
       program-id. pgm06_manutencao_cidades.
                   with duplicates
               file status is fs-arquivo-entrada.
           select arquivo-log assign to disk.
           select arquivo-ceps assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-faixa-de-cep
               file status is fs-arquivo-ceps.
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
           select arquivo-movimento-cidades
                   assign to nome-do-movimento-cidades
               organization is line sequential
               file status is fs-arquivo-movimento-cidades.
           select arquivo-emissoes assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-emissao
               file status is fs-arquivo-emissoes.
           select relatorio-renomeacao assign to disk.
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

       fd arquivo-ceps
           label records are standard.
           copy "ceps.cpy".

       fd arquivo-journal
           label records are standard.
           copy "journal.cpy".

       fd arquivo-lotes
           label records are standard.
           copy "lote.cpy".

       fd arquivo-movimento-cidades
           label records are omitted.
           copy "movimento.cpy".

       fd arquivo-emissoes
           label records are standard.
           copy "emissao.cpy".

       fd relatorio-renomeacao
           label records are omitted.
       01 linha-renomeacao pic x(132).

       fd arquivo-pendencias
           label records are standard.
           copy "pendencia.cpy".

       working-storage section.
       77 fs-arquivo-cidades pic x(02) value "00".
       77 fs-arquivo-transacoes pic x(02) value "00".
       77 total-exclusoes pic 9(07) value zeroes.
       77 total-transacoes-invalidas pic 9(07) value zeroes.
       77 acao-log pic x(18) value spaces.
       77 resultado-log pic x(31) value spaces.
       77 sw-mestre-disponivel pic x(01) value "S".
           88 mestre-disponivel value "S".
           88 mestre-indisponivel value "N".
           88 cidade-em-uso value "S".
           88 cidade-sem-clientes value "N".

       77 fs-arquivo-ceps pic x(02) value "00".
       77 fs-arquivo-journal pic x(02) value "00".
       77 fs-arquivo-lotes pic x(02) value "00".
       77 fs-arquivo-emissoes pic x(02) value "00".
       77 fs-arquivo-movimento-cidades pic x(02) value "00".
       77 nome-do-movimento-cidades pic x(40) value spaces.
       77 sw-origem-livre pic x(01) value "N".
           88 origem-livre value "S".
       77 sw-ceps-disponivel pic x(01) value "S".
           88 ceps-disponivel value "S".
           88 ceps-indisponivel value "N".
       77 sw-renomeacao-valida pic x(01) value "S".
           88 renomeacao-valida value "S".
           88 renomeacao-invalida value "N".
       77 sw-fusao pic x(01) value "N".
           88 fusao-de-cidades value "S".
       77 sw-execucao-numerada pic x(01) value "N".
           88 execucao-numerada value "S".
       77 motivo-invalido pic x(25) value spaces.
       77 fim-de-faixas pic x(03) value "nao".
       77 fim-da-varredura pic x(03) value "nao".
       77 data-do-movimento pic 9(08) value zeroes.
       77 numero-da-execucao pic 9(06) value zeroes.
       77 sequencia-da-execucao pic 9(06) value zeroes.
       77 origem-dos-lotes pic x(08) value "PGM06CID".
       77 ultima-encontrada pic 9(06) value zeroes.
       77 total-renomeacoes pic 9(07) value zeroes.
       77 total-clientes-movidos pic 9(07) value zeroes.
       77 hash-rgs-do-movimento pic 9(13) value zeroes.
       77 qtd-faixas-movidas pic 9(07) value zeroes.
       77 qtd-clientes-movidos pic 9(07) value zeroes.
       77 qtd-clientes-com-falha pic 9(07) value zeroes.
       77 qtd-faixas-da-cidade pic 9(03) value zeroes.
       77 max-faixas-da-cidade pic 9(03) value 200.
       77 ix-faixa pic 9(03) value zeroes.
       77 resultado-do-registro pic x(25) value spaces.
       77 fs-arquivo-pendencias pic x(02) value "00".
       77 sw-pendencias-disponivel pic x(01) value "S".
           88 pendencias-disponivel value "S".
       77 fim-das-pendencias pic x(03) value "nao".
       01 cliente-antes pic x(137) value spaces.

       01 origem-do-movimento.
           02 programa-do-movimento pic x(05) value "PGM06".
           02 sequencia-do-movimento pic 9(03) value zeroes.

       01 tabela-de-faixas.
           02 faixa-da-cidade occurs 200 times.
               03 cep-inicial-tabela pic 9(08).
               03 cep-final-tabela pic 9(08).

       01 carimbo-do-titulo-log.
           02 filler pic x(05) value spaces.
           02 filler pic x(44)
           02 filler pic x(01) value spaces.
           02 carimbo-log-cidade pic x(30).
           02 filler pic x(01) value spaces.
           02 carimbo-log-resultado pic x(31).
           02 filler pic x(49) value spaces.

       01 carimbo-do-total-log.
           02 filler pic x(05) value spaces.
           02 filler pic x(04) value spaces.
           02 filler pic x(14) value "invalidas: ".
           02 carimbo-log-total-invalidas pic ZZZZZZ9.
           02 filler pic x(04) value spaces.
           02 filler pic x(14) value "renomeacoes: ".
           02 carimbo-log-total-renomeacoes pic ZZZZZZ9.
           02 filler pic x(02) value spaces.

       01 carimbo-da-execucao-log.
           02 filler pic x(05) value spaces.
           02 filler pic x(10) value "execucao: ".
           02 carimbo-log-execucao pic ZZZZZ9.
           02 filler pic x(111) value spaces.

       01 carimbo-do-movimento-log.
           02 filler pic x(05) value spaces.
           02 filler pic x(11) value "movimento: ".
           02 carimbo-log-movimento pic x(40).
           02 filler pic x(76) value spaces.

       01 carimbo-do-titulo-renomeacao.
           02 filler pic x(05) value spaces.
           02 filler pic x(42)
               value "relatorio de renomeacao e fusao de cidades".
           02 filler pic x(85) value spaces.

       01 carimbo-da-renomeacao.
           02 filler pic x(05) value spaces.
           02 carimbo-ren-tipo pic x(10).
           02 filler pic x(02) value ": ".
           02 carimbo-ren-estado-antigo pic x(02).
           02 filler pic x(01) value spaces.
           02 carimbo-ren-cidade-antiga pic x(30).
           02 filler pic x(04) value " -> ".
           02 carimbo-ren-estado-novo pic x(02).
           02 filler pic x(01) value spaces.
           02 carimbo-ren-cidade-nova pic x(30).
           02 filler pic x(12) value "  execucao: ".
           02 carimbo-ren-execucao pic 9(06).
           02 filler pic x(27) value spaces.

       01 carimbo-da-faixa-movida.
           02 filler pic x(10) value spaces.
           02 filler pic x(13) value "faixa de cep ".
           02 carimbo-faixa-inicial pic 9(08).
           02 filler pic x(03) value " a ".
           02 carimbo-faixa-final pic 9(08).
           02 filler pic x(02) value spaces.
           02 carimbo-faixa-resultado pic x(25).
           02 filler pic x(63) value spaces.

       01 carimbo-do-cliente-movido.
           02 filler pic x(10) value spaces.
           02 filler pic x(08) value "cliente ".
           02 carimbo-cliente-rg pic 9(10).
           02 filler pic x(02) value spaces.
           02 carimbo-cliente-nome pic x(30).
           02 filler pic x(02) value spaces.
           02 carimbo-cliente-resultado pic x(25).
           02 filler pic x(45) value spaces.

       01 carimbo-do-total-renomeacao.
           02 filler pic x(10) value spaces.
           02 filler pic x(16) value "faixas movidas: ".
           02 carimbo-ren-total-faixas pic ZZZZZZ9.
           02 filler pic x(04) value spaces.
           02 filler pic x(18) value "clientes movidos: ".
           02 carimbo-ren-total-clientes pic ZZZZZZ9.
           02 filler pic x(04) value spaces.
           02 filler pic x(08) value "falhas: ".
           02 carimbo-ren-total-falhas pic ZZZZZZ9.
           02 filler pic x(51) value spaces.

       01 linha-em-branco pic x(132) value spaces.


       procedure division.
           stop run.

       1000-inicializa.
           accept data-do-movimento from date yyyymmdd.
           open i-o arquivo-cidades.
           if fs-arquivo-cidades = "35"
               open output arquivo-cidades
                   " - STATUS " fs-arquivo-transacoes
               stop run
           end-if.
           open i-o arquivo-entrada.
           if fs-arquivo-entrada = "35"
               move "N" to sw-mestre-disponivel
           else
                   stop run
               end-if
           end-if.
           open i-o arquivo-ceps.
           if fs-arquivo-ceps = "35"
               move "N" to sw-ceps-disponivel
           else
               if fs-arquivo-ceps not = "00"
                   display "ARQUIVO-CEPS: ERRO NA ABERTURA - STATUS "
                       fs-arquivo-ceps
                   stop run
               end-if
           end-if.
           open i-o arquivo-journal.
           if fs-arquivo-journal = "35"
               open output arquivo-journal
               close arquivo-journal
               open i-o arquivo-journal
           end-if.
           if fs-arquivo-journal not = "00"
               display "ARQUIVO-JOURNAL: ERRO NA ABERTURA - STATUS "
                   fs-arquivo-journal
               stop run
           end-if.
           open i-o arquivo-lotes.
           if fs-arquivo-lotes = "35"
               open output arquivo-lotes
               close arquivo-lotes
               open i-o arquivo-lotes
           end-if.
           if fs-arquivo-lotes not = "00"
               display "ARQUIVO-LOTES: ERRO NA ABERTURA - STATUS "
                   fs-arquivo-lotes
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
               stop run
           end-if.
           perform 1050-numera-movimento thru 1050-fim.
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
           open output arquivo-movimento-cidades.
           if fs-arquivo-movimento-cidades not = "00"
               display "ARQUIVO-MOVIMENTO-CIDADES: ERRO NA ABERTURA - "
                   "STATUS " fs-arquivo-movimento-cidades
               stop run
           end-if.
           open output arquivo-log.
           write linha-log from carimbo-do-titulo-log.
           open output relatorio-renomeacao.
           write linha-renomeacao from carimbo-do-titulo-renomeacao.
           perform 2100-le-transacao thru 2100-fim.
       1000-fim.
           exit.

      * cada execucao do dia tem o proprio arquivo de movimento:
      * a origem da emissao e PGM06 seguida da primeira sequencia
      * ainda livre no ARQUIVO-EMISSOES na data.
       1050-numera-movimento.
           move zeroes to sequencia-do-movimento.
           move "N" to sw-origem-livre.
           perform 1060-procura-origem-livre thru 1060-fim
               until origem-livre or sequencia-do-movimento = 999.
           if not origem-livre
               display "PGM06_MANUTENCAO_CIDADES: SEQUENCIA DE "
                   "EMISSOES DO DIA ESGOTADA"
               stop run
           end-if.
           move spaces to nome-do-movimento-cidades.
           string "MOVIMENTO-" delimited by size
               origem-do-movimento delimited by size
               "-" delimited by size
               data-do-movimento delimited by size
               into nome-do-movimento-cidades
           end-string.
       1050-fim.
           exit.

       1060-procura-origem-livre.
           add 1 to sequencia-do-movimento.
           move data-do-movimento to data-emissao.
           move origem-do-movimento to origem-emissao.
           read arquivo-emissoes
               invalid key
                   move "S" to sw-origem-livre
           end-read.
       1060-fim.
           exit.

       1100-numera-execucao.
           move zeroes to chave-journal.
           read arquivo-journal
               invalid key
                   move 1 to numero-da-execucao
                   move zeroes to registro-journal
                   move numero-da-execucao to ultima-execucao
                   write registro-journal
               not invalid key
                   add 1 to ultima-execucao
                   move ultima-execucao to numero-da-execucao
                   rewrite registro-journal
           end-read.
           move "S" to sw-execucao-numerada.
           move numero-da-execucao to carimbo-log-execucao.
           write linha-log from carimbo-da-execucao-log.
       1100-fim.
           exit.

       2000-processa-transacao.
           evaluate true
               when transacao-cidade-inclusao
                   perform 2200-inclui-cidade thru 2200-fim
               when transacao-cidade-exclusao
                   perform 2400-exclui-cidade thru 2400-fim
               when transacao-cidade-renomeacao
                   perform 2300-renomeia-cidade thru 2300-fim
               when other
                   perform 2500-transacao-invalida thru 2500-fim
           end-evaluate.
       2200-fim.
           exit.

       2300-renomeia-cidade.
           move "RENOMEACAO" to acao-log.
           move zeroes to qtd-faixas-movidas qtd-clientes-movidos.
           move zeroes to qtd-clientes-com-falha.
           perform 2310-valida-renomeacao thru 2310-fim.
           if renomeacao-invalida
               add 1 to total-transacoes-invalidas
               move motivo-invalido to resultado-log
           else
               if fusao-de-cidades
                   move "FUSAO" to acao-log
               end-if
               perform 2340-aplica-renomeacao thru 2340-fim
           end-if.
           perform 2600-grava-log thru 2600-fim.
           perform 2650-grava-log-destino thru 2650-fim.
       2300-fim.
           exit.

       2310-valida-renomeacao.
           move "S" to sw-renomeacao-valida.
           move "N" to sw-fusao.
           move spaces to motivo-invalido.
           move zeroes to qtd-faixas-da-cidade.
           if estado-transacao-cidade = spaces
                   or cidade-transacao-cidade = spaces
                   or estado-nova-transacao-cidade = spaces
                   or cidade-nova-transacao-cidade = spaces
               move "N" to sw-renomeacao-valida
               move "ESTADO/CIDADE EM BRANCO" to motivo-invalido
               go to 2310-fim
           end-if.
           if estado-nova-transacao-cidade = estado-transacao-cidade
                   and cidade-nova-transacao-cidade
                       = cidade-transacao-cidade
               move "N" to sw-renomeacao-valida
               move "DESTINO IGUAL A ORIGEM" to motivo-invalido
               go to 2310-fim
           end-if.
           move estado-transacao-cidade to estado-valido.
           move cidade-transacao-cidade to cidade-valida-nome.
           read arquivo-cidades
               invalid key
                   move "N" to sw-renomeacao-valida
                   move "CIDADE NAO CADASTRADA" to motivo-invalido
           end-read.
           if renomeacao-invalida
               go to 2310-fim
           end-if.
           move estado-nova-transacao-cidade to estado-valido.
           move cidade-nova-transacao-cidade to cidade-valida-nome.
           read arquivo-cidades
               invalid key
                   continue
               not invalid key
                   move "S" to sw-fusao
           end-read.
           if ceps-disponivel
               perform 2320-carrega-faixas thru 2320-fim
               if renomeacao-valida and qtd-faixas-da-cidade > zeroes
                   perform 2330-verifica-sobreposicao thru 2330-fim
               end-if
           end-if.
       2310-fim.
           exit.

       2320-carrega-faixas.
           move estado-transacao-cidade to estado-da-faixa.
           move cidade-transacao-cidade to cidade-da-faixa.
           move zeroes to cep-inicial-da-faixa.
           move "nao" to fim-de-faixas.
           start arquivo-ceps
                   key is not less than chave-faixa-de-cep
               invalid key move "sim" to fim-de-faixas
           end-start.
           perform 2325-carrega-uma-faixa thru 2325-fim
               until fim-de-faixas = "sim".
       2320-fim.
           exit.

       2325-carrega-uma-faixa.
           read arquivo-ceps next record
               at end move "sim" to fim-de-faixas
           end-read.
           if fim-de-faixas = "nao"
               if estado-da-faixa not = estado-transacao-cidade
                       or cidade-da-faixa not = cidade-transacao-cidade
                   move "sim" to fim-de-faixas
               else
                   if qtd-faixas-da-cidade < max-faixas-da-cidade
                       add 1 to qtd-faixas-da-cidade
                       move cep-inicial-da-faixa
                           to cep-inicial-tabela(qtd-faixas-da-cidade)
                       move cep-final-da-faixa
                           to cep-final-tabela(qtd-faixas-da-cidade)
                   else
                       move "N" to sw-renomeacao-valida
                       move "FAIXAS DEMAIS NA CIDADE"
                           to motivo-invalido
                       move "sim" to fim-de-faixas
                   end-if
               end-if
           end-if.
       2325-fim.
           exit.

       2330-verifica-sobreposicao.
           move estado-nova-transacao-cidade to estado-da-faixa.
           move cidade-nova-transacao-cidade to cidade-da-faixa.
           move zeroes to cep-inicial-da-faixa.
           move "nao" to fim-de-faixas.
           start arquivo-ceps
                   key is not less than chave-faixa-de-cep
               invalid key move "sim" to fim-de-faixas
           end-start.
           perform 2335-examina-faixa-do-destino thru 2335-fim
               until fim-de-faixas = "sim"
                   or renomeacao-invalida.
       2330-fim.
           exit.

       2335-examina-faixa-do-destino.
           read arquivo-ceps next record
               at end move "sim" to fim-de-faixas
           end-read.
           if fim-de-faixas = "nao"
               if estado-da-faixa not = estado-nova-transacao-cidade
                       or cidade-da-faixa
                           not = cidade-nova-transacao-cidade
                   move "sim" to fim-de-faixas
               else
                   perform 2338-compara-com-a-tabela thru 2338-fim
                       varying ix-faixa from 1 by 1
                       until ix-faixa > qtd-faixas-da-cidade
                           or renomeacao-invalida
               end-if
           end-if.
       2335-fim.
           exit.

       2338-compara-com-a-tabela.
           if cep-inicial-tabela(ix-faixa) not > cep-final-da-faixa
                   and cep-final-tabela(ix-faixa)
                       not < cep-inicial-da-faixa
               move "N" to sw-renomeacao-valida
               move "FAIXA SOBREPOSTA NO DESTINO" to motivo-invalido
           end-if.
       2338-fim.
           exit.

       2340-aplica-renomeacao.
           if not execucao-numerada
               perform 1100-numera-execucao thru 1100-fim
           end-if.
           if fusao-de-cidades
               move "fusao" to carimbo-ren-tipo
           else
               move "renomeacao" to carimbo-ren-tipo
           end-if.
           move estado-transacao-cidade to carimbo-ren-estado-antigo.
           move cidade-transacao-cidade to carimbo-ren-cidade-antiga.
           move estado-nova-transacao-cidade
               to carimbo-ren-estado-novo.
           move cidade-nova-transacao-cidade
               to carimbo-ren-cidade-nova.
           move numero-da-execucao to carimbo-ren-execucao.
           write linha-renomeacao from carimbo-da-renomeacao.
           if not fusao-de-cidades
               move estado-nova-transacao-cidade to estado-valido
               move cidade-nova-transacao-cidade to cidade-valida-nome
               write cidade-valida
                   invalid key
                       continue
               end-write
           end-if.
           if ceps-disponivel
               perform 2350-move-uma-faixa thru 2350-fim
                   varying ix-faixa from 1 by 1
                   until ix-faixa > qtd-faixas-da-cidade
           end-if.
           if mestre-disponivel
               perform 2360-move-clientes thru 2360-fim
           end-if.
           if pendencias-disponivel
               perform 2390-move-pendencias thru 2390-fim
           end-if.
           add 1 to total-renomeacoes.
           if qtd-clientes-com-falha > zeroes
               move "PARCIAL - CIDADE ANTIGA MANTIDA" to resultado-log
           else
               move estado-transacao-cidade to estado-valido
               move cidade-transacao-cidade to cidade-valida-nome
               delete arquivo-cidades record
                   invalid key
                       continue
               end-delete
               if fusao-de-cidades
                   move "FUNDIDA" to resultado-log
               else
                   move "RENOMEADA" to resultado-log
               end-if
           end-if.
           move qtd-faixas-movidas to carimbo-ren-total-faixas.
           move qtd-clientes-movidos to carimbo-ren-total-clientes.
           move qtd-clientes-com-falha to carimbo-ren-total-falhas.
           write linha-renomeacao from carimbo-do-total-renomeacao.
           write linha-renomeacao from linha-em-branco.
       2340-fim.
           exit.

       2350-move-uma-faixa.
           move estado-transacao-cidade to estado-da-faixa.
           move cidade-transacao-cidade to cidade-da-faixa.
           move cep-inicial-tabela(ix-faixa) to cep-inicial-da-faixa.
           move "MOVIDA" to resultado-do-registro.
           delete arquivo-ceps record
               invalid key
                   move "NAO ENCONTRADA" to resultado-do-registro
           end-delete.
           if resultado-do-registro = "MOVIDA"
               move estado-nova-transacao-cidade to estado-da-faixa
               move cidade-nova-transacao-cidade to cidade-da-faixa
               move cep-inicial-tabela(ix-faixa)
                   to cep-inicial-da-faixa
               move cep-final-tabela(ix-faixa) to cep-final-da-faixa
               write faixa-de-cep
                   invalid key
                       move "FALHA NA GRAVACAO"
                           to resultado-do-registro
                   not invalid key
                       add 1 to qtd-faixas-movidas
               end-write
           end-if.
           move cep-inicial-tabela(ix-faixa) to carimbo-faixa-inicial.
           move cep-final-tabela(ix-faixa) to carimbo-faixa-final.
           move resultado-do-registro to carimbo-faixa-resultado.
           write linha-renomeacao from carimbo-da-faixa-movida.
       2350-fim.
           exit.

       2360-move-clientes.
           move zeroes to rg-do-cliente.
           move "nao" to fim-do-mestre.
           start arquivo-entrada
                   key is not less than rg-do-cliente
               invalid key move "sim" to fim-do-mestre
           end-start.
           perform 2370-examina-cliente thru 2370-fim
               until fim-do-mestre = "sim".
       2360-fim.
           exit.

       2370-examina-cliente.
           read arquivo-entrada next record
               at end move "sim" to fim-do-mestre
           end-read.
           if fim-do-mestre = "nao"
               if estado = estado-transacao-cidade
                       and cidade = cidade-transacao-cidade
                   perform 2380-move-cliente thru 2380-fim
               end-if
           end-if.
       2370-fim.
           exit.

       2380-move-cliente.
           move cliente to cliente-antes.
           move estado-nova-transacao-cidade to estado.
           move cidade-nova-transacao-cidade to cidade.
           move data-do-movimento to data-da-ultima-alteracao.
           rewrite cliente
               invalid key
                   move "FALHA NA GRAVACAO" to resultado-do-registro
                   add 1 to qtd-clientes-com-falha
               not invalid key
                   add 1 to qtd-clientes-movidos
                   add 1 to total-clientes-movidos
                   move "MOVIDO" to resultado-do-registro
                   perform 2700-grava-journal thru 2700-fim
                   perform 2800-grava-movimento thru 2800-fim
           end-rewrite.
           move rg-do-cliente to carimbo-cliente-rg.
           move nome-do-cliente to carimbo-cliente-nome.
           move resultado-do-registro to carimbo-cliente-resultado.
           write linha-renomeacao from carimbo-do-cliente-movido.
       2380-fim.
           exit.

       2390-move-pendencias.
           move "nao" to fim-das-pendencias.
           move low-values to chave-pendencia.
           start arquivo-pendencias
                   key is not less than chave-pendencia
               invalid key move "sim" to fim-das-pendencias
           end-start.
           perform 2395-examina-pendencia thru 2395-fim
               until fim-das-pendencias = "sim".
       2390-fim.
           exit.

       2395-examina-pendencia.
           read arquivo-pendencias next record
               at end move "sim" to fim-das-pendencias
           end-read.
           if fim-das-pendencias = "sim"
               go to 2395-fim
           end-if.
           if not pendencia-aguardando
                   or estado-retido not = estado-transacao-cidade
                   or cidade-retida not = cidade-transacao-cidade
               go to 2395-fim
           end-if.
           move estado-nova-transacao-cidade to estado-retido.
           move cidade-nova-transacao-cidade to cidade-retida.
           rewrite registro-pendencia
               invalid key
                   move "FALHA NA GRAVACAO" to resultado-do-registro
               not invalid key
                   move "PENDENCIA MOVIDA" to resultado-do-registro
           end-rewrite.
           move rg-retido to carimbo-cliente-rg.
           move nome-retido to carimbo-cliente-nome.
           move resultado-do-registro to carimbo-cliente-resultado.
           write linha-renomeacao from carimbo-do-cliente-movido.
       2395-fim.
           exit.

       2400-exclui-cidade.
           move "EXCLUSAO" to acao-log.
           perform 2450-verifica-clientes-da-cidade thru 2450-fim.
       2600-fim.
           exit.

       2650-grava-log-destino.
           move "  DESTINO" to carimbo-log-acao.
           move estado-nova-transacao-cidade to carimbo-log-estado.
           move cidade-nova-transacao-cidade to carimbo-log-cidade.
           move spaces to carimbo-log-resultado.
           write linha-log from carimbo-da-linha-log.
       2650-fim.
           exit.

       2700-grava-journal.
           add 1 to sequencia-da-execucao.
           move numero-da-execucao to execucao-journal.
           move sequencia-da-execucao to sequencia-journal.
           move "A" to acao-journal.
           move cliente-antes to imagem-antes.
           move cliente to imagem-depois.
           write registro-journal.
       2700-fim.
           exit.

       2800-grava-movimento.
           move "D" to tipo-do-movimento.
           move "A" to acao-do-movimento.
           move cliente to cliente-do-movimento.
           move zeroes to rg-sobrevivente-movimento.
           add rg-do-cliente to hash-rgs-do-movimento.
           write registro-movimento.
       2800-fim.
           exit.

       3000-finaliza.
           compute carimbo-log-total-lidas =
               total-inclusoes + total-exclusoes + total-renomeacoes
               + total-transacoes-invalidas.
           move total-inclusoes to carimbo-log-total-inclusoes.
           move total-exclusoes to carimbo-log-total-exclusoes.
           move total-transacoes-invalidas
               to carimbo-log-total-invalidas.
           move total-renomeacoes to carimbo-log-total-renomeacoes.
           write linha-log from carimbo-do-total-log.
           move "T" to tipo-do-movimento.
           move zeroes to qtd-inclusoes-movimento.
           move total-clientes-movidos to qtd-alteracoes-movimento.
           move zeroes to qtd-exclusoes-movimento.
           move hash-rgs-do-movimento to hash-rgs-movimento.
           move zeroes to qtd-unificacoes-movimento.
           move zeroes to qtd-anonimizacoes-movimento.
           move zeroes to qtd-remocoes-movimento.
           move zeroes to qtd-restauracoes-movimento.
           write registro-movimento.
           move nome-do-movimento-cidades to carimbo-log-movimento.
           write linha-log from carimbo-do-movimento-log.
           if execucao-numerada
               perform 3100-registra-lote thru 3100-fim
               perform 3200-registra-emissao thru 3200-fim
           end-if.
           close arquivo-cidades.
           close arquivo-transacoes-cidades.
           if mestre-disponivel
               close arquivo-entrada
           end-if.
           if ceps-disponivel
               close arquivo-ceps
           end-if.
           close arquivo-journal.
           close arquivo-lotes.
           close arquivo-emissoes.
           close arquivo-movimento-cidades.
           close relatorio-renomeacao.
           if pendencias-disponivel
               close arquivo-pendencias
           end-if.
           close arquivo-log.
       3000-fim.
           exit.

       3100-registra-lote.
           move zeroes to ultima-encontrada.
           move origem-dos-lotes to origem-lote.
           move zeroes to sequencia-lote.
           move "nao" to fim-da-varredura.
           start arquivo-lotes
                   key is not less than chave-lote
               invalid key move "sim" to fim-da-varredura
           end-start.
           perform 3150-examina-sequencia thru 3150-fim
               until fim-da-varredura = "sim".
           move origem-dos-lotes to origem-lote.
           compute sequencia-lote = ultima-encontrada + 1.
           move data-do-movimento to data-lote.
           move data-do-movimento to data-processamento-lote.
           move numero-da-execucao to execucao-lote.
           write registro-lote
               invalid key
                   display "ARQUIVO-LOTES: FALHA AO REGISTRAR LOTE"
           end-write.
       3100-fim.
           exit.

       3150-examina-sequencia.
           read arquivo-lotes next record
               at end move "sim" to fim-da-varredura
           end-read.
           if fim-da-varredura = "nao"
               if origem-lote not = origem-dos-lotes
                   move "sim" to fim-da-varredura
               else
                   move sequencia-lote to ultima-encontrada
               end-if
           end-if.
       3150-fim.
           exit.

       3200-registra-emissao.
           move data-do-movimento to data-emissao.
           move origem-do-movimento to origem-emissao.
           move numero-da-execucao to execucao-emissao.
           move zeroes to qtd-inclusoes-emissao.
           move total-clientes-movidos to qtd-alteracoes-emissao.
           move zeroes to qtd-exclusoes-emissao.
           move total-transacoes-invalidas to qtd-invalidas-emissao.
           move hash-rgs-do-movimento to hash-rgs-emissao.
           move zeroes to qtd-unificacoes-emissao.
           move zeroes to qtd-anonimizacoes-emissao.
           move zeroes to qtd-remocoes-emissao.
           move zeroes to qtd-restauracoes-emissao.
           write registro-emissao
               invalid key
                   display "ARQUIVO-EMISSOES: FALHA AO REGISTRAR "
                       "EMISSAO " origem-emissao
           end-write.
       3200-fim.
           exit.
