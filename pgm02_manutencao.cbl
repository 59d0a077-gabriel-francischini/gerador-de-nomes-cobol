      *----------------------------------------------------------*
      * pgm02_manutencao
      *
      * aplica as transacoes de inclusao, alteracao, exclusao e
      * unificacao do arquivo ARQUIVO-TRANSACOES contra o arquivo
      * mestre ARQUIVO-ENTRADA, gerando um log das alteracoes
      * aplicadas.
      * deve ser executado antes da pgm01_resolucao.
      *
      * historico de alteracoes
      *                   dia segue limpo. a pgm04_estorno
      *                   continua existindo para o estorno
      *                   deliberado.
      *   2026-10-15  rf  transacao de unificacao de cadastros
      *                   duplicados (acao "U"), com o rg
      *                   descartado e o rg sobrevivente: o
      *                   descartado e inativado, o par e gravado
      *                   no arquivo permanente de referencia
      *                   cruzada ARQUIVO-RGS-UNIFICADOS, o journal
      *                   leva as imagens do descartado e o
      *                   movimento sai com acao "U" e o rg
      *                   sobrevivente. alteracao de rg ja
      *                   unificado e rejeitada. o estorno
      *                   automatico desfaz tambem as unificacoes.
      *   2026-10-15  rf  ARQUIVO-EMISSOES chaveado por data e
      *                   origem da emissao; a manutencao grava a
      *                   sua com a origem PGM02.
      *   2026-10-15  rf  data de vigencia opcional no detalhe das
      *                   transacoes: a transacao com vigencia
      *                   futura e retida no ARQUIVO-PENDENCIAS em
      *                   vez de aplicada, e cada execucao libera
      *                   as pendencias cuja vigencia chegou antes
      *                   do lote do dia, com o mesmo journal,
      *                   movimento e log. o RELATORIO-PENDENCIAS
      *                   lista as liberadas e as que seguem
      *                   retidas. o estorno automatico devolve as
      *                   liberadas pela execucao desfeita e
      *                   descarta as retidas por ela.
      *   2026-10-15  rf  a manutencao so larga se a copia de
      *                   seguranca do dia (pgm17_copia_seguranca,
      *                   registro PGM17 em ARQUIVO-CONTROLE)
      *                   estiver concluida "T", mesmo com o
      *                   parametro FORCAR.
      *   2026-10-15  rf  total de anonimizacoes zerado no trailer
      *                   do movimento e na emissao.
      *   2026-10-15  rf  recusa processar em dia nao util do
      *                   CALENDARIO-DIAS-UTEIS sem o parametro
      *                   FORCAR.
      *   2026-10-15  rf  a alteracao que troca o endereco ou o cep
      *                   do cliente libera o endereco a confirmar
      *                   do ARQUIVO-DEVOLUCOES (contagem zerada,
      *                   situacao "L" com a data da liberacao).
      *   2026-10-15  rf  o estorno automatico da execucao
      *                   incompleta gera movimento compensatorio
      *                   proprio (acoes "X" e "R", trailer com
      *                   totais e hash) em MOVIMENTO-<origem>-
      *                   <aaaammdd>, com a emissao registrada no
      *                   ARQUIVO-EMISSOES pela origem PGM02 mais
      *                   a sequencia do dia.
      *   2026-10-15  rf  alteracao de cliente anonimizado a
      *                   pedido do titular e rejeitada.
      *----------------------------------------------------------*
       identification division.
       program-id. pgm02_manutencao.
           select arquivo-transacoes assign to disk
               organization is line sequential
               file status is fs-arquivo-transacoes.
           select arquivo-calendario assign to disk
               organization is indexed
               access mode is dynamic
               record key is data-do-calendario
               file status is fs-arquivo-calendario.
           select arquivo-log assign to disk.
           select arquivo-cidades assign to disk
               organization is indexed
           select relatorio-criticas assign to disk.
           select arquivo-movimento assign to disk
               organization is line sequential.
           select arquivo-movimento-desfeito
                   assign to nome-do-movimento-desfeito
               organization is line sequential
               file status is fs-arquivo-movimento-desfeito.
           select arquivo-emissoes assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-emissao
               file status is fs-arquivo-emissoes.
           select arquivo-controle assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-controle-execucao
               file status is fs-arquivo-controle.
           select arquivo-rgs-unificados assign to disk
               organization is indexed
               access mode is dynamic
               record key is rg-unificado
               file status is fs-arquivo-rgs-unificados.
           select arquivo-pendencias assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-pendencia
               alternate record key is rg-retido
                   with duplicates
               file status is fs-arquivo-pendencias.
           select relatorio-pendencias assign to disk.
           select arquivo-devolucoes assign to disk
               organization is indexed
               access mode is dynamic
               record key is rg-com-devolucao
               file status is fs-arquivo-devolucoes.

       data division.
       file section.
           label records are standard.
           copy "transacao.cpy".

       fd arquivo-calendario
           label records are standard.
           copy "calendario.cpy".

       fd arquivo-log
           label records are omitted.
       01 linha-log pic x(132).
           label records are omitted.
           copy "movimento.cpy".

       fd arquivo-movimento-desfeito
           label records are omitted.
           copy "movimento.cpy"
               replacing trailing ==-movimento== by ==-desfazimento==.

       fd arquivo-emissoes
           label records are standard.
           copy "emissao.cpy".
           label records are standard.
           copy "controle-execucao.cpy".

       fd arquivo-rgs-unificados
           label records are standard.
           copy "unificacao.cpy".

       fd arquivo-pendencias
           label records are standard.
           copy "pendencia.cpy".

       fd relatorio-pendencias
           label records are omitted.
       01 linha-pendencias pic x(132).

       fd arquivo-devolucoes
           label records are standard.
           copy "devolucao.cpy".

       working-storage section.
       77 fs-arquivo-entrada pic x(02) value "00".
       77 fs-arquivo-transacoes pic x(02) value "00".
       77 sw-ceps-disponivel pic x(01) value "S".
           88 ceps-disponivel value "S".
           88 ceps-indisponivel value "N".
       77 fs-arquivo-devolucoes pic x(02) value "00".
       77 sw-devolucoes-disponivel pic x(01) value "S".
           88 devolucoes-disponivel value "S".
       77 sw-cidade-com-faixa pic x(03) value "nao".
       77 sw-cep-dentro-da-faixa pic x(03) value "nao".
       77 fim-de-faixas pic x(03) value "nao".
       77 hora-do-movimento pic 9(08) value zeroes.
       77 sw-forcar-reexecucao pic x(01) value "N".
           88 reexecucao-forcada value "S".
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
       77 sw-controle-aberto pic x(01) value "N".
           88 controle-aberto value "S".
       77 sw-controle-gravado pic x(01) value "N".
       77 execucao-a-desfazer pic 9(06) value zeroes.
       77 total-desfeitos pic 9(07) value zeroes.
       77 total-falhas-desfazer pic 9(07) value zeroes.
       77 fs-arquivo-rgs-unificados pic x(02) value "00".
       77 total-unificacoes pic 9(07) value zeroes.
       77 nome-do-descartado pic x(30) value spaces.
       77 fs-arquivo-pendencias pic x(02) value "00".
       77 sw-vigencia pic x(01) value "H".
           88 vigencia-hoje value "H".
           88 vigencia-futura value "F".
           88 vigencia-invalida value "I".
       77 fim-das-pendencias pic x(03) value "nao".
       77 sequencia-das-retencoes pic 9(06) value zeroes.
       77 total-retidas pic 9(07) value zeroes.
       77 total-liberadas pic 9(07) value zeroes.
       77 total-pendentes pic 9(07) value zeroes.
       77 total-pendencias-desfeitas pic 9(07) value zeroes.
       77 fs-arquivo-movimento-desfeito pic x(02) value "00".
       77 nome-do-movimento-desfeito pic x(40) value spaces.
       77 sw-origem-livre pic x(01) value "N".
           88 origem-livre value "S".
       77 acao-compensatoria pic x(01) value spaces.
       77 total-remocoes-desfeitas pic 9(07) value zeroes.
       77 total-restauracoes-desfeitas pic 9(07) value zeroes.
       77 hash-rgs-desfeitos pic 9(13) value zeroes.

       01 origem-da-compensacao.
           02 programa-compensacao pic x(05) value "PGM02".
           02 sequencia-compensacao pic 9(03) value zeroes.

       01 cliente-da-imagem.
           02 rg-da-imagem pic 9(10).
           02 carimbo-log-total-invalidas pic ZZZZZZ9.
           02 filler pic x(02) value spaces.

       01 carimbo-do-total-unificacoes.
           02 filler pic x(05) value spaces.
           02 filler pic x(14) value "unificacoes: ".
           02 carimbo-log-total-unificacoes pic ZZZZZZ9.
           02 filler pic x(04) value spaces.
           02 filler pic x(14) value "retidas: ".
           02 carimbo-log-total-retidas pic ZZZZZZ9.
           02 filler pic x(04) value spaces.
           02 filler pic x(14) value "liberadas: ".
           02 carimbo-log-total-liberadas pic ZZZZZZ9.
           02 filler pic x(56) value spaces.

       01 carimbo-do-titulo-pendencias.
           02 filler pic x(05) value spaces.
           02 filler pic x(42)
               value "transacoes com vigencia futura - execucao ".
           02 carimbo-pend-execucao pic ZZZZZ9.
           02 filler pic x(08) value "  data: ".
           02 carimbo-pend-data pic 9(08).
           02 filler pic x(63) value spaces.

       01 carimbo-da-pendencia.
           02 filler pic x(05) value spaces.
           02 carimbo-pend-situacao pic x(10).
           02 filler pic x(11) value " vigencia: ".
           02 carimbo-pend-vigencia pic 9(08).
           02 filler pic x(02) value spaces.
           02 carimbo-pend-acao pic x(01).
           02 filler pic x(01) value spaces.
           02 carimbo-pend-rg pic 9(10).
           02 filler pic x(01) value spaces.
           02 carimbo-pend-nome pic x(30).
           02 filler pic x(01) value spaces.
           02 carimbo-pend-resultado pic x(25).
           02 filler pic x(27) value spaces.

       01 carimbo-do-total-pendencias.
           02 filler pic x(05) value spaces.
           02 filler pic x(14) value "liberadas: ".
           02 carimbo-pend-total-liberadas pic ZZZZZZ9.
           02 filler pic x(04) value spaces.
           02 filler pic x(14) value "retidas hoje: ".
           02 carimbo-pend-total-retidas pic ZZZZZZ9.
           02 filler pic x(04) value spaces.
           02 filler pic x(14) value "pendentes: ".
           02 carimbo-pend-total-pendentes pic ZZZZZZ9.
           02 filler pic x(60) value spaces.


       procedure division.

           if parametro-execucao = "FORCAR"
               move "S" to sw-forcar-reexecucao
           end-if.
           perform 1060-verifica-dia-util thru 1060-fim.
           perform 1050-controla-execucao thru 1050-fim.
           open i-o arquivo-entrada.
           if fs-arquivo-entrada = "35"
                   fs-arquivo-journal
               perform 9000-aborta thru 9000-fim
           end-if.
           open i-o arquivo-rgs-unificados.
           if fs-arquivo-rgs-unificados = "35"
               open output arquivo-rgs-unificados
               close arquivo-rgs-unificados
               open i-o arquivo-rgs-unificados
           end-if.
           if fs-arquivo-rgs-unificados not = "00"
               display "ARQUIVO-RGS-UNIFICADOS: ERRO NA ABERTURA - "
                   "STATUS " fs-arquivo-rgs-unificados
               perform 9000-aborta thru 9000-fim
           end-if.
           open i-o arquivo-pendencias.
           if fs-arquivo-pendencias = "35"
               open output arquivo-pendencias
               close arquivo-pendencias
               open i-o arquivo-pendencias
           end-if.
           if fs-arquivo-pendencias not = "00"
               display "ARQUIVO-PENDENCIAS: ERRO NA ABERTURA - "
                   "STATUS " fs-arquivo-pendencias
               perform 9000-aborta thru 9000-fim
           end-if.
           open output arquivo-log.
           write linha-log from carimbo-do-titulo-log.
           perform 1150-verifica-execucao-pendente thru 1150-fim.
               close arquivo-transacoes
               close arquivo-lotes
               close arquivo-journal
               close arquivo-rgs-unificados
               close arquivo-pendencias
               close arquivo-log
               close relatorio-criticas
               perform 9000-aborta thru 9000-fim
                   perform 9000-aborta thru 9000-fim
               end-if
           end-if.
           open i-o arquivo-devolucoes.
           if fs-arquivo-devolucoes = "35"
               move "N" to sw-devolucoes-disponivel
           else
               if fs-arquivo-devolucoes not = "00"
                   display "ARQUIVO-DEVOLUCOES: ERRO NA ABERTURA - "
                       "STATUS " fs-arquivo-devolucoes
                   perform 9000-aborta thru 9000-fim
               end-if
           end-if.
           perform 1100-numera-execucao thru 1100-fim.
           open i-o arquivo-emissoes.
           if fs-arquivo-emissoes = "35"
           open output arquivo-movimento.
           move numero-da-execucao to carimbo-log-execucao.
           write linha-log from carimbo-da-execucao-log.
           open output relatorio-pendencias.
           move numero-da-execucao to carimbo-pend-execucao.
           move data-do-movimento to carimbo-pend-data.
           write linha-pendencias from carimbo-do-titulo-pendencias.
           perform 1400-libera-pendencias thru 1400-fim.
           perform 2100-le-transacao thru 2100-fim.
       1000-fim.
           exit.
               stop run
           end-if.
           move "S" to sw-controle-aberto.
           move "PGM17" to programa-controle.
           move data-do-movimento to data-controle.
           read arquivo-controle
               invalid key
                   move space to situacao-controle
           end-read.
           if not execucao-concluida
               display "PGM02_MANUTENCAO: SEM COPIA DE SEGURANCA DO "
                   "DIA " data-do-movimento " - EXECUTE A "
                   "PGM17_COPIA_SEGURANCA"
               close arquivo-controle
               move 8 to return-code
               stop run
           end-if.
           move "PGM02" to programa-controle.
           move data-do-movimento to data-controle.
           read arquivo-controle
       1050-fim.
           exit.

      * a manutencao so processa em dia util do
      * CALENDARIO-DIAS-UTEIS; o parametro FORCAR libera o
      * processamento em dia nao util.
       1060-verifica-dia-util.
           open input arquivo-calendario.
           if fs-arquivo-calendario not = "00"
               move "N" to sw-calendario-disponivel
               display "ARQUIVO-CALENDARIO: INDISPONIVEL - SO SABADO "
                   "E DOMINGO CONTAM COMO NAO UTEIS"
           end-if.
           move data-do-movimento to data-examinada.
           perform 1065-examina-dia-util thru 1065-fim.
           if calendario-disponivel
               close arquivo-calendario
           end-if.
           if dia-nao-util
               if reexecucao-forcada
                   display "PGM02_MANUTENCAO: PROCESSAMENTO FORCADO EM "
                       "DIA NAO UTIL " data-do-movimento
               else
                   display "PGM02_MANUTENCAO: DIA NAO UTIL "
                       data-do-movimento " - USE O PARAMETRO FORCAR "
                       "PARA PROCESSAR"
                   move 8 to return-code
                   stop run
               end-if
           end-if.
       1060-fim.
           exit.

      * sabado e domingo nao sao uteis e os demais dias sao,
      * salvo feriado ou dia util extra cadastrado no calendario.
       1065-examina-dia-util.
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
       1065-fim.
           exit.

       1080-grava-controle.
           if controle-gravado
               rewrite registro-controle-execucao

       1300-desfaz-execucao-pendente.
           move zeroes to total-desfeitos total-falhas-desfazer.
           perform 1380-abre-compensacao thru 1380-fim.
           move "nao" to fim-do-desfazimento.
           move execucao-a-desfazer to execucao-journal.
           move 999999 to sequencia-journal.
           perform 1320-desfaz-um-registro thru 1320-fim
               until fim-do-desfazimento = "sim".
           perform 1360-remove-entradas-journal thru 1360-fim.
           perform 1370-desfaz-pendencias thru 1370-fim.
           move zeroes to chave-journal.
           read arquivo-journal
               invalid key
           move total-desfeitos to carimbo-estorno-desfeitos.
           move total-falhas-desfazer to carimbo-estorno-falhas.
           write linha-log from carimbo-do-estorno-auto.
           perform 1390-fecha-compensacao thru 1390-fim.
           display "PGM02_MANUTENCAO: ESTORNO AUTOMATICO DESFEZ "
               total-desfeitos " ATUALIZACOES COM "
               total-falhas-desfazer " FALHAS".
           if total-pendencias-desfeitas > zeroes
               display "PGM02_MANUTENCAO: ESTORNO AUTOMATICO ACERTOU "
                   total-pendencias-desfeitas " PENDENCIAS"
           end-if.
       1300-fim.
           exit.

                   perform 1330-desfaz-inclusao thru 1330-fim
               when acao-journal = "A" or acao-journal = "E"
                   perform 1340-desfaz-atualizacao thru 1340-fim
               when acao-journal = "U"
                   perform 1340-desfaz-atualizacao thru 1340-fim
                   perform 1348-desfaz-unificacao thru 1348-fim
               when other
                   add 1 to total-falhas-desfazer
                   move "ESTORNO AUTOMATICO" to acao-log
               not invalid key
                   add 1 to total-desfeitos
                   move "INCLUSAO REMOVIDA" to resultado-log
                   move "X" to acao-compensatoria
                   perform 1355-grava-compensacao thru 1355-fim
           end-delete.
           perform 1350-grava-log-estorno thru 1350-fim.
       1330-fim.
               not invalid key
                   add 1 to total-desfeitos
                   move "IMAGEM RESTAURADA" to resultado-log
                   move "R" to acao-compensatoria
                   perform 1355-grava-compensacao thru 1355-fim
           end-rewrite.
           perform 1350-grava-log-estorno thru 1350-fim.
       1340-fim.
               not invalid key
                   add 1 to total-desfeitos
                   move "IMAGEM RESTAURADA" to resultado-log
                   move "R" to acao-compensatoria
                   perform 1355-grava-compensacao thru 1355-fim
           end-write.
       1345-fim.
           exit.

       1348-desfaz-unificacao.
           move rg-da-imagem to rg-unificado.
           delete arquivo-rgs-unificados record
               invalid key
                   continue
           end-delete.
       1348-fim.
           exit.

       1350-grava-log-estorno.
           move acao-log to carimbo-log-acao.
           move rg-da-imagem to carimbo-log-rg.
       1350-fim.
           exit.

      * remocao leva a imagem que sai do mestre e restauracao a
      * imagem anterior que volta a valer.
       1355-grava-compensacao.
           move "D" to tipo-do-desfazimento.
           move acao-compensatoria to acao-do-desfazimento.
           move cliente-da-imagem to cliente-do-desfazimento.
           move zeroes to rg-sobrevivente-desfazimento.
           add rg-da-imagem to hash-rgs-desfeitos.
           if acao-compensatoria = "X"
               add 1 to total-remocoes-desfeitas
           else
               add 1 to total-restauracoes-desfeitas
           end-if.
           write registro-desfazimento.
       1355-fim.
           exit.

       1360-remove-entradas-journal.
           move "nao" to fim-do-desfazimento.
           perform 1365-remove-uma-entrada thru 1365-fim
       1365-fim.
           exit.

      * a execucao desfeita pode ter liberado pendencias, que voltam
      * a aguardar e saem de novo nesta execucao, e pode ter retido
      * transacoes do seu lote, que e reprocessado e as retera outra
      * vez - as retidas por ela sao descartadas.
       1370-desfaz-pendencias.
           move zeroes to total-pendencias-desfeitas.
           move "nao" to fim-das-pendencias.
           move low-values to chave-pendencia.
           start arquivo-pendencias
                   key is not less than chave-pendencia
               invalid key move "sim" to fim-das-pendencias
           end-start.
           perform 1375-desfaz-uma-pendencia thru 1375-fim
               until fim-das-pendencias = "sim".
       1370-fim.
           exit.

       1375-desfaz-uma-pendencia.
           read arquivo-pendencias next record
               at end move "sim" to fim-das-pendencias
           end-read.
           if fim-das-pendencias = "sim"
               go to 1375-fim
           end-if.
           if pendencia-aguardando
                   and execucao-da-pendencia = execucao-a-desfazer
               delete arquivo-pendencias record
                   invalid key
                       continue
                   not invalid key
                       add 1 to total-pendencias-desfeitas
               end-delete
           end-if.
           if pendencia-liberada
                   and execucao-da-liberacao = execucao-a-desfazer
               move "P" to situacao-da-pendencia
               move zeroes to data-da-liberacao
               move zeroes to execucao-da-liberacao
               rewrite registro-pendencia
                   invalid key
                       continue
                   not invalid key
                       add 1 to total-pendencias-desfeitas
               end-rewrite
           end-if.
       1375-fim.
           exit.

      * o movimento compensatorio do estorno automatico tem arquivo
      * e emissao proprios: a origem e PGM02 seguida da primeira
      * sequencia ainda livre no ARQUIVO-EMISSOES na data.
       1380-abre-compensacao.
           move zeroes to total-remocoes-desfeitas.
           move zeroes to total-restauracoes-desfeitas.
           move zeroes to hash-rgs-desfeitos.
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
           move zeroes to sequencia-compensacao.
           move "N" to sw-origem-livre.
           perform 1385-procura-origem-livre thru 1385-fim
               until origem-livre or sequencia-compensacao = 999.
           if not origem-livre
               display "PGM02_MANUTENCAO: SEQUENCIA DE EMISSOES DO "
                   "DIA ESGOTADA"
               perform 9000-aborta thru 9000-fim
           end-if.
           move spaces to nome-do-movimento-desfeito.
           string "MOVIMENTO-" delimited by size
               origem-da-compensacao delimited by size
               "-" delimited by size
               data-do-movimento delimited by size
               into nome-do-movimento-desfeito
           end-string.
           open output arquivo-movimento-desfeito.
           if fs-arquivo-movimento-desfeito not = "00"
               display "ARQUIVO-MOVIMENTO-DESFEITO: ERRO NA ABERTURA "
                   "- STATUS " fs-arquivo-movimento-desfeito
               perform 9000-aborta thru 9000-fim
           end-if.
       1380-fim.
           exit.

       1385-procura-origem-livre.
           add 1 to sequencia-compensacao.
           move data-do-movimento to data-emissao.
           move origem-da-compensacao to origem-emissao.
           read arquivo-emissoes
               invalid key
                   move "S" to sw-origem-livre
           end-read.
       1385-fim.
           exit.

       1390-fecha-compensacao.
           move "T" to tipo-do-desfazimento.
           move zeroes to qtd-inclusoes-desfazimento.
           move zeroes to qtd-alteracoes-desfazimento.
           move zeroes to qtd-exclusoes-desfazimento.
           move hash-rgs-desfeitos to hash-rgs-desfazimento.
           move zeroes to qtd-unificacoes-desfazimento.
           move zeroes to qtd-anonimizacoes-desfazimento.
           move total-remocoes-desfeitas
               to qtd-remocoes-desfazimento.
           move total-restauracoes-desfeitas
               to qtd-restauracoes-desfazimento.
           write registro-desfazimento.
           close arquivo-movimento-desfeito.
           if total-remocoes-desfeitas > zeroes
                   or total-restauracoes-desfeitas > zeroes
               perform 1395-registra-emissao-desfeita thru 1395-fim
               display "PGM02_MANUTENCAO: MOVIMENTO COMPENSATORIO "
                   nome-do-movimento-desfeito
           end-if.
           close arquivo-emissoes.
       1390-fim.
           exit.

       1395-registra-emissao-desfeita.
           move data-do-movimento to data-emissao.
           move origem-da-compensacao to origem-emissao.
           move execucao-a-desfazer to execucao-emissao.
           move zeroes to qtd-inclusoes-emissao.
           move zeroes to qtd-alteracoes-emissao.
           move zeroes to qtd-exclusoes-emissao.
           move total-falhas-desfazer to qtd-invalidas-emissao.
           move hash-rgs-desfeitos to hash-rgs-emissao.
           move zeroes to qtd-unificacoes-emissao.
           move zeroes to qtd-anonimizacoes-emissao.
           move total-remocoes-desfeitas to qtd-remocoes-emissao.
           move total-restauracoes-desfeitas
               to qtd-restauracoes-emissao.
           write registro-emissao
               invalid key
                   display "ARQUIVO-EMISSOES: FALHA AO REGISTRAR "
                       "EMISSAO " origem-emissao
           end-write.
       1395-fim.
           exit.

       1400-libera-pendencias.
           move "nao" to fim-das-pendencias.
           move low-values to chave-pendencia.
           start arquivo-pendencias
                   key is not less than chave-pendencia
               invalid key move "sim" to fim-das-pendencias
           end-start.
           perform 1420-libera-uma-pendencia thru 1420-fim
               until fim-das-pendencias = "sim".
       1400-fim.
           exit.

       1420-libera-uma-pendencia.
           read arquivo-pendencias next record
               at end move "sim" to fim-das-pendencias
           end-read.
           if fim-das-pendencias = "sim"
               go to 1420-fim
           end-if.
           if vigencia-da-pendencia > data-do-movimento
               move "sim" to fim-das-pendencias
               go to 1420-fim
           end-if.
           if not pendencia-aguardando
               go to 1420-fim
           end-if.
           move transacao-retida to transacao-cliente.
           perform 2050-aplica-transacao thru 2050-fim.
           add 1 to total-liberadas.
           move "L" to situacao-da-pendencia.
           move data-do-movimento to data-da-liberacao.
           move numero-da-execucao to execucao-da-liberacao.
           rewrite registro-pendencia
               invalid key
                   display "ARQUIVO-PENDENCIAS: FALHA AO MARCAR "
                       "LIBERACAO - RG " rg-retido
           end-rewrite.
           move "LIBERADA" to carimbo-pend-situacao.
           move resultado-log to carimbo-pend-resultado.
           perform 1450-imprime-pendencia thru 1450-fim.
       1420-fim.
           exit.

       1450-imprime-pendencia.
           move vigencia-da-pendencia to carimbo-pend-vigencia.
           move codigo-acao-retida to carimbo-pend-acao.
           move rg-retido to carimbo-pend-rg.
           move nome-retido to carimbo-pend-nome.
           write linha-pendencias from carimbo-da-pendencia.
       1450-fim.
           exit.

       2000-processa-transacao.
           move "H" to sw-vigencia.
           if transacao-inclusao or transacao-alteracao
                   or transacao-exclusao or transacao-unificacao
               perform 2020-examina-vigencia thru 2020-fim
           end-if.
           evaluate true
               when vigencia-futura
                   perform 2900-retem-transacao thru 2900-fim
               when vigencia-invalida
                   perform 2950-vigencia-invalida thru 2950-fim
               when other
                   perform 2050-aplica-transacao thru 2050-fim
           end-evaluate.
           perform 2100-le-transacao thru 2100-fim.
       2000-fim.
           exit.

       2020-examina-vigencia.
           if vigencia-informada = spaces
               go to 2020-fim
           end-if.
           if data-de-vigencia is not numeric
               move "I" to sw-vigencia
               go to 2020-fim
           end-if.
           if data-de-vigencia = zeroes
               go to 2020-fim
           end-if.
           if function test-date-yyyymmdd(data-de-vigencia)
                   not = zeroes
               move "I" to sw-vigencia
               go to 2020-fim
           end-if.
           if data-de-vigencia > data-do-movimento
               move "F" to sw-vigencia
           end-if.
       2020-fim.
           exit.

       2050-aplica-transacao.
           evaluate true
               when transacao-inclusao
                   perform 2200-inclui-cliente thru 2200-fim
                   perform 2300-altera-cliente thru 2300-fim
               when transacao-exclusao
                   perform 2400-exclui-cliente thru 2400-fim
               when transacao-unificacao
                   perform 2450-unifica-cliente thru 2450-fim
               when transacao-header
               when transacao-trailer
                   continue
               when other
                   perform 2500-transacao-invalida thru 2500-fim
           end-evaluate.
       2050-fim.
           exit.

       2100-le-transacao.
               not invalid key
                   move cliente to cliente-antes
                   perform 2150-valida-dados-transacao thru 2150-fim
                   if transacao-dados-validos
                       perform 2350-verifica-rg-unificado thru 2350-fim
                   end-if
                   if transacao-dados-validos and cliente-anonimizado
                       move "N" to sw-transacao-valida
                       move "CLIENTE ANONIMIZADO" to motivo-invalido
                   end-if
                   if transacao-dados-invalidos
                       add 1 to total-transacoes-invalidas
                       move motivo-invalido to resultado-log
                                   thru 2700-fim
                               perform 2800-grava-movimento
                                   thru 2800-fim
                               perform 2360-libera-endereco
                                   thru 2360-fim
                       end-rewrite
                   end-if
           end-read.
       2300-fim.
           exit.

       2350-verifica-rg-unificado.
           move rg-do-cliente to rg-unificado.
           read arquivo-rgs-unificados
               invalid key
                   continue
               not invalid key
                   move "N" to sw-transacao-valida
                   move "RG UNIFICADO" to motivo-invalido
           end-read.
       2350-fim.
           exit.

      * troca de endereco ou de cep tira o cliente do endereco a
      * confirmar; a devolucao de postagem anterior a liberacao
      * nao conta mais na pgm20_correspondencia_devolvida.
       2360-libera-endereco.
           if not devolucoes-disponivel
               go to 2360-fim
           end-if.
           if endereco-do-cliente = cliente-antes(73:40)
                   and cep-do-cliente = cliente-antes(113:8)
               go to 2360-fim
           end-if.
           move rg-do-cliente to rg-com-devolucao.
           read arquivo-devolucoes
               invalid key
                   go to 2360-fim
           end-read.
           move zeroes to qtd-devolucoes data-do-bloqueio.
           move "L" to situacao-do-endereco.
           move data-do-movimento to data-da-troca-de-endereco.
           rewrite devolucoes-do-cliente
               invalid key
                   display "ARQUIVO-DEVOLUCOES: FALHA AO REGRAVAR RG "
                       rg-com-devolucao
           end-rewrite.
       2360-fim.
           exit.

       2400-exclui-cliente.
           move rg-transacao to rg-do-cliente.
           move "EXCLUSAO" to acao-log.
       2400-fim.
           exit.

       2450-unifica-cliente.
           move "UNIFICACAO" to acao-log.
           move spaces to nome-do-descartado.
           perform 2460-valida-unificacao thru 2460-fim.
           move rg-transacao to rg-do-cliente.
           if transacao-dados-invalidos
               add 1 to total-transacoes-invalidas
               move motivo-invalido to resultado-log
           else
               read arquivo-entrada
                   invalid key
                       add 1 to total-transacoes-invalidas
                       move "RG NAO ENCONTRADO" to resultado-log
                   not invalid key
                       move nome-do-cliente to nome-do-descartado
                       perform 2470-inativa-descartado thru 2470-fim
               end-read
           end-if.
           perform 2490-grava-log-unificacao thru 2490-fim.
       2450-fim.
           exit.

       2460-valida-unificacao.
           move "S" to sw-transacao-valida.
           move spaces to motivo-invalido.
           if rg-transacao is not numeric
                   or rg-transacao = zeroes
               move "N" to sw-transacao-valida
               move "RG INVALIDO" to motivo-invalido
               go to 2460-fim
           end-if.
           if rg-sobrevivente is not numeric
                   or rg-sobrevivente = zeroes
                   or rg-sobrevivente = rg-transacao
               move "N" to sw-transacao-valida
               move "RG SOBREVIVENTE INVALIDO" to motivo-invalido
               go to 2460-fim
           end-if.
           move rg-transacao to rg-unificado.
           read arquivo-rgs-unificados
               invalid key
                   continue
               not invalid key
                   move "N" to sw-transacao-valida
                   move "RG JA UNIFICADO" to motivo-invalido
           end-read.
           if transacao-dados-invalidos
               go to 2460-fim
           end-if.
           move rg-sobrevivente to rg-unificado.
           read arquivo-rgs-unificados
               invalid key
                   continue
               not invalid key
                   move "N" to sw-transacao-valida
                   move "SOBREVIVENTE JA UNIFICADO" to motivo-invalido
           end-read.
           if transacao-dados-invalidos
               go to 2460-fim
           end-if.
           move rg-sobrevivente to rg-do-cliente.
           read arquivo-entrada
               invalid key
                   move "N" to sw-transacao-valida
                   move "SOBREVIVENTE NAO EXISTE" to motivo-invalido
               not invalid key
                   if cliente-inativo
                       move "N" to sw-transacao-valida
                       move "SOBREVIVENTE INATIVO" to motivo-invalido
                   end-if
           end-read.
       2460-fim.
           exit.

       2470-inativa-descartado.
           move cliente to cliente-antes.
           move rg-transacao to rg-unificado.
           move rg-sobrevivente to rg-sobrevivente-unificado.
           move data-do-movimento to data-da-unificacao.
           move numero-da-execucao to execucao-da-unificacao.
           write registro-rg-unificado
               invalid key
                   add 1 to total-transacoes-invalidas
                   move "RG JA UNIFICADO" to resultado-log
                   go to 2470-fim
           end-write.
           move "I" to situacao-do-cliente.
           move data-do-movimento to data-da-ultima-alteracao.
           rewrite cliente
               invalid key
                   add 1 to total-transacoes-invalidas
                   move "FALHA NA GRAVACAO" to resultado-log
                   delete arquivo-rgs-unificados record
                       invalid key
                           continue
                   end-delete
               not invalid key
                   add 1 to total-unificacoes
                   move spaces to resultado-log
                   string "UNIFICADO EM " delimited by size
                       rg-sobrevivente delimited by size
                       into resultado-log
                   end-string
                   perform 2700-grava-journal thru 2700-fim
                   perform 2800-grava-movimento thru 2800-fim
           end-rewrite.
       2470-fim.
           exit.

       2490-grava-log-unificacao.
           move acao-log to carimbo-log-acao.
           move rg-transacao to carimbo-log-rg.
           move nome-do-descartado to carimbo-log-nome.
           move resultado-log to carimbo-log-resultado.
           write linha-log from carimbo-da-linha-log.
       2490-fim.
           exit.

       2500-transacao-invalida.
           move rg-transacao to rg-do-cliente.
           add 1 to total-transacoes-invalidas.
           move "D" to tipo-do-movimento.
           move codigo-acao to acao-do-movimento.
           move cliente to cliente-do-movimento.
           if transacao-unificacao
               move rg-sobrevivente to rg-sobrevivente-movimento
           else
               move zeroes to rg-sobrevivente-movimento
           end-if.
           add rg-do-cliente to hash-rgs-do-movimento.
           write registro-movimento.
       2800-fim.
           exit.

       2900-retem-transacao.
           add 1 to sequencia-das-retencoes.
           move data-de-vigencia to vigencia-da-pendencia.
           move numero-da-execucao to execucao-da-pendencia.
           move sequencia-das-retencoes to sequencia-da-pendencia.
           move "P" to situacao-da-pendencia.
           move data-do-movimento to data-da-retencao.
           move origem-do-lote-lida to origem-do-lote-retido.
           move sequencia-do-lote-lida to sequencia-do-lote-retido.
           move zeroes to data-da-liberacao.
           move zeroes to execucao-da-liberacao.
           move transacao-cliente to transacao-retida.
           move rg-transacao to rg-do-cliente.
           move "VIGENCIA FUTURA" to acao-log.
           write registro-pendencia
               invalid key
                   add 1 to total-transacoes-invalidas
                   move "FALHA NA RETENCAO" to resultado-log
               not invalid key
                   add 1 to total-retidas
                   move spaces to resultado-log
                   string "RETIDA ATE " delimited by size
                       data-de-vigencia delimited by size
                       into resultado-log
                   end-string
                   move "RETIDA" to carimbo-pend-situacao
                   move resultado-log to carimbo-pend-resultado
                   perform 1450-imprime-pendencia thru 1450-fim
           end-write.
           perform 2600-grava-log thru 2600-fim.
       2900-fim.
           exit.

       2950-vigencia-invalida.
           move rg-transacao to rg-do-cliente.
           add 1 to total-transacoes-invalidas.
           move "VIGENCIA FUTURA" to acao-log.
           move "DATA DE VIGENCIA INVALIDA" to resultado-log.
           perform 2600-grava-log thru 2600-fim.
       2950-fim.
           exit.

       3000-finaliza.
           compute carimbo-log-total-lidas =
               total-inclusoes + total-alteracoes
               + total-exclusoes + total-unificacoes
               + total-retidas + total-transacoes-invalidas
               - total-liberadas.
           move total-inclusoes to carimbo-log-total-inclusoes.
           move total-alteracoes to carimbo-log-total-alteracoes.
           move total-exclusoes to carimbo-log-total-exclusoes.
           move total-transacoes-invalidas
               to carimbo-log-total-invalidas.
           write linha-log from carimbo-do-total-log.
           move total-unificacoes to carimbo-log-total-unificacoes.
           move total-retidas to carimbo-log-total-retidas.
           move total-liberadas to carimbo-log-total-liberadas.
           write linha-log from carimbo-do-total-unificacoes.
           perform 3200-lista-pendentes thru 3200-fim.
           move origem-do-lote-lida to origem-lote.
           move sequencia-do-lote-lida to sequencia-lote.
           move data-do-lote-lida to data-lote.
           move total-alteracoes to qtd-alteracoes-movimento.
           move total-exclusoes to qtd-exclusoes-movimento.
           move hash-rgs-do-movimento to hash-rgs-movimento.
           move total-unificacoes to qtd-unificacoes-movimento.
           move zeroes to qtd-anonimizacoes-movimento.
           move zeroes to qtd-remocoes-movimento.
           move zeroes to qtd-restauracoes-movimento.
           write registro-movimento.
           perform 3100-registra-emissao thru 3100-fim.
           close arquivo-movimento.
           if ceps-disponivel
               close arquivo-ceps
           end-if.
           if devolucoes-disponivel
               close arquivo-devolucoes
           end-if.
           close arquivo-journal.
           close arquivo-rgs-unificados.
           close arquivo-pendencias.
           close relatorio-pendencias.
           close arquivo-lotes.
           close relatorio-criticas.
           close arquivo-log.

       3100-registra-emissao.
           move data-do-movimento to data-emissao.
           move "PGM02" to origem-emissao.
           move numero-da-execucao to execucao-emissao.
           move total-inclusoes to qtd-inclusoes-emissao.
           move total-alteracoes to qtd-alteracoes-emissao.
           move total-exclusoes to qtd-exclusoes-emissao.
           move total-transacoes-invalidas to qtd-invalidas-emissao.
           move hash-rgs-do-movimento to hash-rgs-emissao.
           move total-unificacoes to qtd-unificacoes-emissao.
           move zeroes to qtd-anonimizacoes-emissao.
           move zeroes to qtd-remocoes-emissao.
           move zeroes to qtd-restauracoes-emissao.
           write registro-emissao
               invalid key
                   rewrite registro-emissao
       3100-fim.
           exit.

       3200-lista-pendentes.
           move zeroes to total-pendentes.
           move "nao" to fim-das-pendencias.
           move low-values to chave-pendencia.
           start arquivo-pendencias
                   key is not less than chave-pendencia
               invalid key move "sim" to fim-das-pendencias
           end-start.
           perform 3250-lista-uma-pendente thru 3250-fim
               until fim-das-pendencias = "sim".
           move total-liberadas to carimbo-pend-total-liberadas.
           move total-retidas to carimbo-pend-total-retidas.
           move total-pendentes to carimbo-pend-total-pendentes.
           write linha-pendencias from carimbo-do-total-pendencias.
       3200-fim.
           exit.

       3250-lista-uma-pendente.
           read arquivo-pendencias next record
               at end move "sim" to fim-das-pendencias
           end-read.
           if fim-das-pendencias = "nao"
               if pendencia-aguardando
                   add 1 to total-pendentes
                   move "PENDENTE" to carimbo-pend-situacao
                   move spaces to carimbo-pend-resultado
                   string "LOTE " delimited by size
                       origem-do-lote-retido delimited by space
                       " " delimited by size
                       sequencia-do-lote-retido delimited by size
                       into carimbo-pend-resultado
                   end-string
                   perform 1450-imprime-pendencia thru 1450-fim
               end-if
           end-if.
       3250-fim.
           exit.

       9000-aborta.
           if controle-aberto
               move "PGM02" to programa-controle
