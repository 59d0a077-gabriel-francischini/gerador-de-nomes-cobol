      *   - o registro de controle do ARQUIVO-JOURNAL: ultima
      *     execucao numerada.
      * fecha com a secao de excecoes (passo abortado ou ainda em
      * curso, passo obrigatorio que nao rodou na data ou no dia
      * util anterior do CALENDARIO-DIAS-UTEIS, manutencao sem
      * emissao ou sem lote registrado) e encerra com o
      * return-code do pior passo da cadeia - 0 tudo concluido,
      * 4 concluido com rejeicoes, 8 abortado ou ausente - para o
      *
      * historico de alteracoes
      *   2026-09-02  rf  versao inicial.
      *   2026-10-15  rf  total de unificacoes de cadastro na linha
      *                   de totais da manutencao.
      *   2026-10-15  rf  emissao da manutencao lida pela chave de
      *                   data e origem PGM02.
      *   2026-10-15  rf  excecao quando a cadeia do dia util
      *                   anterior (CALENDARIO-DIAS-UTEIS) nao
      *                   concluiu; em dia nao util a falta da
      *                   cadeia na data nao e excecao.
      *----------------------------------------------------------*
       identification division.
       program-id. pgm15_fechamento.
           select arquivo-emissoes assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-emissao
               file status is fs-arquivo-emissoes.
           select arquivo-lotes assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-journal
               file status is fs-arquivo-journal.
           select arquivo-calendario assign to disk
               organization is indexed
               access mode is dynamic
               record key is data-do-calendario
               file status is fs-arquivo-calendario.
           select relatorio-fechamento assign to disk.

       data division.
           label records are standard.
           copy "journal.cpy".

       fd arquivo-calendario
           label records are standard.
           copy "calendario.cpy".

       fd relatorio-fechamento
           label records are omitted.
       01 linha-fechamento pic x(132).
       77 sw-pgm01-vista pic x(03) value "nao".
       77 sw-pgm02-concluida pic x(03) value "nao".
       77 texto-da-excecao pic x(60) value spaces.
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
       77 sw-fechamento-util pic x(01) value "S".
           88 fechamento-em-dia-util value "S".
       77 data-util-anterior pic 9(08) value zeroes.
       77 programa-anterior pic x(08) value spaces.
       77 nome-do-passo-anterior pic x(16) value spaces.

       77 qtd-excecoes pic 9(02) value zeroes.
       77 max-excecoes pic 9(02) value 30.
           02 carimbo-fech-exclusoes pic ZZZZZZ9.
           02 filler pic x(14) value "  rejeitadas: ".
           02 carimbo-fech-rejeitadas pic ZZZZZZ9.
           02 filler pic x(15) value "  unificacoes: ".
           02 carimbo-fech-unificacoes pic ZZZZZZ9.
           02 filler pic x(15) value spaces.

       01 carimbo-da-execucao-fech.
           02 filler pic x(05) value spaces.
           perform 2300-relata-totais thru 2300-fim.
           perform 2500-relata-lotes thru 2500-fim.
           perform 2700-relata-journal thru 2700-fim.
           perform 2800-verifica-dia-util-anterior thru 2800-fim.
           perform 3000-relata-excecoes thru 3000-fim.
           perform 3900-finaliza thru 3900-fim.
           stop run.
           if fs-arquivo-journal not = "00"
               move "N" to sw-journal-disponivel
           end-if.
           open input arquivo-calendario.
           if fs-arquivo-calendario not = "00"
               move "N" to sw-calendario-disponivel
               display "ARQUIVO-CALENDARIO: INDISPONIVEL - SO SABADO "
                   "E DOMINGO CONTAM COMO NAO UTEIS"
           end-if.
           move data-do-fechamento to data-examinada.
           perform 1400-examina-dia-util thru 1400-fim.
           move sw-dia-util to sw-fechamento-util.
           perform 1450-recua-dia-util thru 1450-fim.
           move data-examinada to data-util-anterior.
           open output relatorio-fechamento.
           move data-do-fechamento to carimbo-fechamento-data.
           write linha-fechamento
       1300-fim.
           exit.

      * sabado e domingo nao sao uteis e os demais dias sao,
      * salvo feriado ou dia util extra cadastrado no calendario.
       1400-examina-dia-util.
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
       1400-fim.
           exit.

      * leva a data-examinada para o dia util anterior a ela.
       1450-recua-dia-util.
           move "N" to sw-dia-util.
           perform 1460-recua-um-dia thru 1460-fim
               until dia-util.
       1450-fim.
           exit.

       1460-recua-um-dia.
           compute dias-em-inteiro =
               function integer-of-date(data-examinada) - 1.
           move function date-of-integer(dias-em-inteiro)
               to data-examinada.
           perform 1400-examina-dia-util thru 1400-fim.
       1460-fim.
           exit.

       2000-relata-passos.
           move "passos da cadeia" to carimbo-secao-texto.
           write linha-fechamento from carimbo-da-secao.
           end-start.
           perform 2100-examina-passo thru 2100-fim
               until fim-do-controle = "sim".
           if not fechamento-em-dia-util
               move "dia nao util - cadeia nao obrigatoria"
                   to carimbo-secao-texto
               write linha-fechamento from carimbo-da-secao
               go to 2000-fim
           end-if.
           if sw-pgm02-vista = "nao"
               perform 1300-piora-situacao-8 thru 1300-fim
               move "pgm02_manutencao nao rodou na data"
           write linha-fechamento from carimbo-da-secao.
           if emissoes-disponivel
               move data-do-fechamento to data-emissao
               move "PGM02" to origem-emissao
               read arquivo-emissoes
                   invalid key
                       perform 2400-emissao-ausente thru 2400-fim
           move qtd-alteracoes-emissao to carimbo-fech-alteracoes.
           move qtd-exclusoes-emissao to carimbo-fech-exclusoes.
           move qtd-invalidas-emissao to carimbo-fech-rejeitadas.
           move qtd-unificacoes-emissao to carimbo-fech-unificacoes.
           write linha-fechamento from carimbo-dos-totais.
           move execucao-emissao to carimbo-fech-execucao.
           write linha-fechamento from carimbo-da-execucao-fech.
       2700-fim.
           exit.

      * a cadeia do dia util anterior tem de ter concluido; sem
      * isso um dia perdido passaria despercebido quando o
      * fechamento seguinte cai depois de feriado ou fim de
      * semana.
       2800-verifica-dia-util-anterior.
           move "PGM02" to programa-anterior.
           move "pgm02_manutencao" to nome-do-passo-anterior.
           perform 2850-verifica-passo-anterior thru 2850-fim.
           move "PGM01" to programa-anterior.
           move "pgm01_resolucao" to nome-do-passo-anterior.
           perform 2850-verifica-passo-anterior thru 2850-fim.
       2800-fim.
           exit.

       2850-verifica-passo-anterior.
           move programa-anterior to programa-controle.
           move data-util-anterior to data-controle.
           read arquivo-controle
               invalid key
                   move space to situacao-controle
           end-read.
           if execucao-concluida or execucao-com-rejeicoes
               go to 2850-fim
           end-if.
           perform 1300-piora-situacao-8 thru 1300-fim.
           move spaces to texto-da-excecao.
           string nome-do-passo-anterior delimited by space
               " nao concluiu no dia util anterior "
                   delimited by size
               data-util-anterior delimited by size
               into texto-da-excecao
           end-string.
           perform 1100-registra-excecao thru 1100-fim.
       2850-fim.
           exit.

       3000-relata-excecoes.
           move "excecoes" to carimbo-secao-texto.
           write linha-fechamento from carimbo-da-secao.
           end-evaluate.
           write linha-fechamento from carimbo-da-situacao-cadeia.
           close arquivo-controle.
           if calendario-disponivel
               close arquivo-calendario
           end-if.
           if emissoes-disponivel
               close arquivo-emissoes
           end-if.
