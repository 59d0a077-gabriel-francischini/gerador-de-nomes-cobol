      *
      * consulta interativa ao cadastro de clientes para a mesa
      * de atendimento. le o arquivo mestre ARQUIVO-ENTRADA
      * somente para consulta - nenhuma atualizacao do mestre sai
      * deste programa, toda manutencao continua passando pela
      * pgm02_manutencao. oferece:
      *   1 - consulta direta por rg, via chave primaria; um rg
      *       unificado e redirecionado para o rg sobrevivente
      *       pelo arquivo de referencia cruzada
      *       ARQUIVO-RGS-UNIFICADOS. mostra tambem as
      *       transacoes com vigencia futura ainda retidas para o
      *       rg no ARQUIVO-PENDENCIAS;
      *   2 - folheio por nome (parcial), via chave alternativa
      *       nome-do-cliente, paginando para frente e para tras;
      *   3 - folheio por rg (parcial), via chave primaria,
      *       ARQUIVO-JOURNAL: a cronologia das atualizacoes do
      *       cliente com os campos que mudaram em cada uma,
      *       a mesma consulta do extrato impresso da
      *       pgm12_historico_cliente;
      *   5, 6 e 7 - digitacao de inclusao, alteracao e exclusao
      *       pelo balcao. cada transacao passa pela mesma critica
      *       da pgm02_manutencao (rg, estado/cidade em
      *       CIDADES-VALIDAS e cep nas FAIXAS-DE-CEP) e, se
      *       confirmada, fica guardada ate o fim da sessao,
      *       quando sai um lote de origem BALCAO com header,
      *       sequencia e trailer no ARQUIVO-LOTES-DO-DIA, para a
      *       pgm14_consolida_lotes consolidar com os demais.
      *       a sessao guarda ate 100 transacoes; cheia, a
      *       digitacao e recusada ate a sessao ser encerrada e o
      *       lote gravado, para um rg nao sair em dois lotes.
      *
      * historico de alteracoes
      *   2026-08-22  rf  versao inicial.
      *                   partir do ARQUIVO-JOURNAL, para a mesa
      *                   nao depender do extrato batch da
      *                   pgm12_historico_cliente.
      *   2026-10-15  rf  consulta por rg segue a unificacao de
      *                   cadastros: o rg descartado e redirecionado
      *                   para o sobrevivente, com aviso ao operador.
      *                   historico descreve a acao de unificacao.
      *   2026-10-15  rf  opcoes 5, 6 e 7, digitacao de transacoes
      *                   pelo balcao, gravadas como lote de origem
      *                   BALCAO no ARQUIVO-LOTES-DO-DIA.
      *   2026-10-15  rf  a consulta por rg mostra as transacoes
      *                   com vigencia futura ainda retidas no
      *                   ARQUIVO-PENDENCIAS; a digitacao aceita a
      *                   data de vigencia opcional.
      *   2026-10-15  rf  a consulta por rg e o historico avisam
      *                   quando o cliente foi anonimizado a pedido
      *                   do titular (pgm18_anonimizacao); a
      *                   digitacao recusa alterar cliente
      *                   anonimizado.
      *   2026-10-15  rf  a consulta por rg avisa o endereco a
      *                   confirmar (correspondencia devolvida
      *                   pelo correio, ARQUIVO-DEVOLUCOES), com o
      *                   endereco do cadastro, para o balcao pedir
      *                   o endereco certo ao cliente.
      *   2026-10-15  rf  sessao cheia recusa nova digitacao em
      *                   vez de gravar o lote no meio da sessao.
      *----------------------------------------------------------*
       identification division.
       program-id. pgm05_consulta.
               access mode is dynamic
               record key is chave-journal
               file status is fs-arquivo-journal.
           select arquivo-rgs-unificados assign to disk
               organization is indexed
               access mode is dynamic
               record key is rg-unificado
               file status is fs-arquivo-rgs-unificados.
           select arquivo-cidades assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-cidade-valida
               file status is fs-arquivo-cidades.
           select arquivo-ceps assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-faixa-de-cep
               file status is fs-arquivo-ceps.
           select arquivo-lotes assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-lote
               file status is fs-arquivo-lotes.
           select arquivo-lotes-do-dia assign to disk
               organization is line sequential
               file status is fs-arquivo-lotes-do-dia.
           select arquivo-pendencias assign to disk
               organization is indexed
               access mode is dynamic
               record key is chave-pendencia
               alternate record key is rg-retido
                   with duplicates
               file status is fs-arquivo-pendencias.
           select arquivo-devolucoes assign to disk
               organization is indexed
               access mode is dynamic
               record key is rg-com-devolucao
               file status is fs-arquivo-devolucoes.

       data division.
       file section.
           label records are standard.
           copy "journal.cpy".

       fd arquivo-rgs-unificados
           label records are standard.
           copy "unificacao.cpy".

       fd arquivo-cidades
           label records are standard.
           copy "cidades.cpy".

       fd arquivo-ceps
           label records are standard.
           copy "ceps.cpy".

       fd arquivo-lotes
           label records are standard.
           copy "lote.cpy".

       fd arquivo-lotes-do-dia
           label records are standard.
           copy "transacao.cpy".

       fd arquivo-pendencias
           label records are standard.
           copy "pendencia.cpy".

       fd arquivo-devolucoes
           label records are standard.
           copy "devolucao.cpy".

       working-storage section.
       77 fs-arquivo-entrada pic x(02) value "00".
       77 opcao-do-operador pic x(01) value spaces.
       77 qtd-entradas-do-rg pic 9(05) value zeroes.
       77 acao-descrita pic x(18) value spaces.

       77 fs-arquivo-rgs-unificados pic x(02) value "00".
       77 sw-unificados-disponivel pic x(01) value "S".
           88 unificados-disponivel value "S".
       77 fim-da-unificacao pic x(03) value "nao".
       77 saltos-de-unificacao pic 9(02) value zeroes.
       77 limite-de-saltos pic 9(02) value 10.

       77 fs-arquivo-cidades pic x(02) value "00".
       77 fs-arquivo-ceps pic x(02) value "00".
       77 fs-arquivo-lotes pic x(02) value "00".
       77 fs-arquivo-lotes-do-dia pic x(02) value "00".
       77 sw-digitacao-disponivel pic x(01) value "S".
           88 digitacao-disponivel value "S".
       77 sw-ceps-disponivel pic x(01) value "S".
           88 ceps-disponivel value "S".
       77 sw-lotes-disponivel pic x(01) value "S".
           88 lotes-disponivel value "S".
       77 sw-digitacao-aceita pic x(01) value "S".
           88 digitacao-aceita value "S".
           88 digitacao-recusada value "N".
       77 sw-cidade-com-faixa pic x(03) value "nao".
       77 sw-cep-dentro-da-faixa pic x(03) value "nao".
       77 fim-de-faixas pic x(03) value "nao".
       77 fim-da-varredura pic x(03) value "nao".
       77 motivo-recusa pic x(30) value spaces.
       77 resposta-do-operador pic x(01) value spaces.
       77 rg-informado pic x(10) value spaces.
       77 rg-da-digitacao pic 9(10) value zeroes.
       77 nome-informado pic x(30) value spaces.
       77 estado-informado pic x(02) value spaces.
       77 cidade-informada pic x(30) value spaces.
       77 endereco-informado pic x(40) value spaces.
       77 cep-informado pic x(08) value spaces.
       77 data-de-hoje pic 9(08) value zeroes.
       77 origem-do-balcao pic x(08) value "BALCAO".
       77 ultima-sequencia-balcao pic 9(06) value zeroes.
       77 qtd-do-lote-balcao pic 9(07) value zeroes.
       77 hash-do-lote-balcao pic 9(13) value zeroes.
       77 qtd-transacoes-digitadas pic 9(03) value zeroes.
       77 max-transacoes-digitadas pic 9(03) value 100.
       77 ix-digitada pic 9(03) value zeroes.
       77 vigencia-do-balcao pic x(08) value spaces.
       77 fs-arquivo-pendencias pic x(02) value "00".
       77 sw-pendencias-disponivel pic x(01) value "S".
           88 pendencias-disponivel value "S".
       77 fs-arquivo-devolucoes pic x(02) value "00".
       77 sw-devolucoes-disponivel pic x(01) value "S".
           88 devolucoes-disponivel value "S".
       77 fim-das-pendencias pic x(03) value "nao".
       77 qtd-pendencias-do-rg pic 9(03) value zeroes.
       77 acao-pendente-mostrada pic x(10) value spaces.

       01 tabela-do-balcao.
           02 transacao-do-balcao occurs 100 times.
               03 rg-do-balcao pic 9(10).
               03 registro-do-balcao pic x(129).

       01 transacao-digitada.
           02 codigo-acao-digitada pic x(01).
           02 dados-digitados.
               03 rg-digitado pic 9(10).
               03 nome-digitado pic x(30).
               03 estado-digitado pic x(02).
               03 cidade-digitada pic x(30).
               03 endereco-digitado pic x(40).
               03 cep-digitado pic 9(08).
               03 vigencia-digitada pic 9(08).
           02 header-digitado redefines dados-digitados.
               03 data-do-lote-digitado pic 9(08).
               03 origem-do-lote-digitado pic x(08).
               03 sequencia-do-lote-digitado pic 9(06).
               03 filler pic x(106).
           02 trailer-digitado redefines dados-digitados.
               03 qtd-registros-digitados pic 9(07).
               03 hash-rgs-digitados pic 9(13).
               03 filler pic x(108).

       01 imagem-antes-aberta.
           02 rg-imagem-antes pic x(10).
           02 nome-imagem-antes pic x(30).
           stop run.

       1000-inicializa.
           accept data-de-hoje from date yyyymmdd.
           open input arquivo-entrada.
           if fs-arquivo-entrada not = "00"
               display "ARQUIVO-ENTRADA: ERRO NA ABERTURA - STATUS "
                   stop run
               end-if
           end-if.
           open input arquivo-rgs-unificados.
           if fs-arquivo-rgs-unificados = "35"
               move "N" to sw-unificados-disponivel
           else
               if fs-arquivo-rgs-unificados not = "00"
                   display "ARQUIVO-RGS-UNIFICADOS: ERRO NA ABERTURA - "
                       "STATUS " fs-arquivo-rgs-unificados
                   stop run
               end-if
           end-if.
           open input arquivo-cidades.
           if fs-arquivo-cidades not = "00"
               move "N" to sw-digitacao-disponivel
           end-if.
           open input arquivo-ceps.
           if fs-arquivo-ceps not = "00"
               move "N" to sw-ceps-disponivel
           end-if.
           open input arquivo-lotes.
           if fs-arquivo-lotes not = "00"
               move "N" to sw-lotes-disponivel
           end-if.
           open input arquivo-pendencias.
           if fs-arquivo-pendencias = "35"
               move "N" to sw-pendencias-disponivel
           else
               if fs-arquivo-pendencias not = "00"
                   display "ARQUIVO-PENDENCIAS: ERRO NA ABERTURA - "
                       "STATUS " fs-arquivo-pendencias
                   stop run
               end-if
           end-if.
           open input arquivo-devolucoes.
           if fs-arquivo-devolucoes not = "00"
               move "N" to sw-devolucoes-disponivel
           end-if.
       1000-fim.
           exit.

           display "  2 - FOLHEIO POR NOME".
           display "  3 - FOLHEIO POR RG".
           display "  4 - HISTORICO POR RG".
           display "  5 - DIGITACAO DE INCLUSAO".
           display "  6 - DIGITACAO DE ALTERACAO".
           display "  7 - DIGITACAO DE EXCLUSAO".
           display "  F - FIM".
           display "OPCAO: " with no advancing.
           accept opcao-do-operador.
                   perform 2400-folheia-por-rg thru 2400-fim
               when "4"
                   perform 2600-historico-por-rg thru 2600-fim
               when "5"
                   perform 2700-digita-inclusao thru 2700-fim
               when "6"
                   perform 2750-digita-alteracao thru 2750-fim
               when "7"
                   perform 2800-digita-exclusao thru 2800-fim
               when "F"
               when "f"
                   move "sim" to fim-da-consulta
               display "RG INVALIDO"
           else
               move function numval(rg-consultado) to rg-do-cliente
               if unificados-disponivel
                   perform 2210-segue-unificacao thru 2210-fim
               end-if
               read arquivo-entrada
                   invalid key
                       display "RG NAO ENCONTRADO NO CADASTRO"
                   not invalid key
                       perform 2250-mostra-cliente thru 2250-fim
                       if cliente-anonimizado
                           display "CLIENTE ANONIMIZADO A PEDIDO DO "
                               "TITULAR (LGPD)"
                       end-if
                       if devolucoes-disponivel
                           perform 2270-mostra-devolucoes thru 2270-fim
                       end-if
               end-read
               if pendencias-disponivel
                   perform 2260-mostra-pendencias thru 2260-fim
               end-if
           end-if.
       2200-fim.
           exit.

       2210-segue-unificacao.
           move "nao" to fim-da-unificacao.
           move zeroes to saltos-de-unificacao.
           perform 2215-procura-sobrevivente thru 2215-fim
               until fim-da-unificacao = "sim"
                   or saltos-de-unificacao >= limite-de-saltos.
       2210-fim.
           exit.

       2215-procura-sobrevivente.
           move rg-do-cliente to rg-unificado.
           read arquivo-rgs-unificados
               invalid key
                   move "sim" to fim-da-unificacao
               not invalid key
                   add 1 to saltos-de-unificacao
                   display "RG " rg-unificado " UNIFICADO EM "
                       data-da-unificacao " NO RG "
                       rg-sobrevivente-unificado
                   move rg-sobrevivente-unificado to rg-do-cliente
           end-read.
       2215-fim.
           exit.

       2250-mostra-cliente.
           if cliente-inativo
               move "INATIVO" to situacao-mostrada
       2250-fim.
           exit.

       2260-mostra-pendencias.
           move zeroes to qtd-pendencias-do-rg.
           move "nao" to fim-das-pendencias.
           move rg-do-cliente to rg-retido.
           start arquivo-pendencias
                   key is equal to rg-retido
               invalid key move "sim" to fim-das-pendencias
           end-start.
           perform 2265-mostra-uma-pendencia thru 2265-fim
               until fim-das-pendencias = "sim".
       2260-fim.
           exit.

       2265-mostra-uma-pendencia.
           read arquivo-pendencias next record
               at end move "sim" to fim-das-pendencias
           end-read.
           if fim-das-pendencias = "sim"
               go to 2265-fim
           end-if.
           if rg-retido not = rg-do-cliente
               move "sim" to fim-das-pendencias
               go to 2265-fim
           end-if.
           if not pendencia-aguardando
               go to 2265-fim
           end-if.
           add 1 to qtd-pendencias-do-rg.
           if qtd-pendencias-do-rg = 1
               display "TRANSACOES RETIDAS AGUARDANDO A VIGENCIA:"
           end-if.
           evaluate codigo-acao-retida
               when "I"
                   move "INCLUSAO" to acao-pendente-mostrada
               when "A"
                   move "ALTERACAO" to acao-pendente-mostrada
               when "E"
                   move "EXCLUSAO" to acao-pendente-mostrada
               when "U"
                   move "UNIFICACAO" to acao-pendente-mostrada
               when other
                   move "DESCONHEC." to acao-pendente-mostrada
           end-evaluate.
           display "  VIGENCIA " vigencia-da-pendencia " "
               acao-pendente-mostrada " " nome-retido " "
               estado-retido " " cidade-retida.
           if codigo-acao-retida = "A" or codigo-acao-retida = "I"
               display "      " endereco-retido " CEP " cep-retido
           end-if.
       2265-fim.
           exit.

       2270-mostra-devolucoes.
           move rg-do-cliente to rg-com-devolucao.
           read arquivo-devolucoes
               invalid key
                   go to 2270-fim
           end-read.
           if not endereco-a-confirmar
               go to 2270-fim
           end-if.
           display "ENDERECO A CONFIRMAR - " qtd-devolucoes
               " DEVOLUCOES DO CORREIO, ULTIMA POSTAGEM "
               data-da-ultima-postagem " MOTIVO "
               motivo-da-ultima-devolucao.
           display "  ENDERECO NO CADASTRO: " endereco-do-cliente
               " CEP " cep-do-cliente.
           display "  PEDIR O ENDERECO CERTO AO CLIENTE".
       2270-fim.
           exit.

       2300-folheia-por-nome.
           display "NOME (PARCIAL): " with no advancing.
           accept nome-de-partida.
           if qtd-entradas-do-rg = zeroes
               display "RG SEM ENTRADAS NO JOURNAL"
           end-if.
           move rg-do-historico to rg-do-cliente.
           read arquivo-entrada
               invalid key
                   continue
               not invalid key
                   if cliente-anonimizado
                       display "CLIENTE ANONIMIZADO A PEDIDO DO "
                           "TITULAR (LGPD) - IMAGENS MASCARADAS"
                   end-if
           end-read.
       2620-fim.
           exit.

                   move "ALTERACAO" to acao-descrita
               when "E"
                   move "EXCLUSAO" to acao-descrita
               when "U"
                   move "UNIFICACAO" to acao-descrita
               when other
                   move "ACAO DESCONHECIDA" to acao-descrita
           end-evaluate.
       2650-fim.
           exit.

       2700-digita-inclusao.
           perform 2900-pede-rg thru 2900-fim.
           if digitacao-recusada
               go to 2700-fim
           end-if.
           read arquivo-entrada
               invalid key
                   continue
               not invalid key
                   move "N" to sw-digitacao-aceita
                   display "RG JA EXISTE NO CADASTRO"
           end-read.
           if digitacao-recusada
               go to 2700-fim
           end-if.
           display "NOME: " with no advancing.
           accept nome-informado.
           display "ESTADO: " with no advancing.
           accept estado-informado.
           display "CIDADE: " with no advancing.
           accept cidade-informada.
           display "ENDERECO: " with no advancing.
           accept endereco-informado.
           display "CEP: " with no advancing.
           accept cep-informado.
           perform 2940-pede-vigencia thru 2940-fim.
           move "I" to codigo-acao-digitada.
           perform 2950-monta-e-confirma thru 2950-fim.
       2700-fim.
           exit.

       2750-digita-alteracao.
           perform 2900-pede-rg thru 2900-fim.
           if digitacao-recusada
               go to 2750-fim
           end-if.
           read arquivo-entrada
               invalid key
                   move "N" to sw-digitacao-aceita
                   display "RG NAO ENCONTRADO NO CADASTRO"
           end-read.
           if digitacao-recusada
               go to 2750-fim
           end-if.
           if unificados-disponivel
               move rg-do-cliente to rg-unificado
               read arquivo-rgs-unificados
                   invalid key
                       continue
                   not invalid key
                       move "N" to sw-digitacao-aceita
                       display "RG UNIFICADO NO RG "
                           rg-sobrevivente-unificado
                           " - ALTERE O SOBREVIVENTE"
               end-read
           end-if.
           if digitacao-recusada
               go to 2750-fim
           end-if.
           if cliente-anonimizado
               move "N" to sw-digitacao-aceita
               display "CLIENTE ANONIMIZADO A PEDIDO DO TITULAR - "
                   "ALTERACAO RECUSADA"
               go to 2750-fim
           end-if.
           display "EM BRANCO MANTEM O VALOR ATUAL".
           display "NOME [" nome-do-cliente "]: " with no advancing.
           accept nome-informado.
           if nome-informado = spaces
               move nome-do-cliente to nome-informado
           end-if.
           display "ESTADO [" estado "]: " with no advancing.
           accept estado-informado.
           if estado-informado = spaces
               move estado to estado-informado
           end-if.
           display "CIDADE [" cidade "]: " with no advancing.
           accept cidade-informada.
           if cidade-informada = spaces
               move cidade to cidade-informada
           end-if.
           display "ENDERECO [" endereco-do-cliente "]: "
               with no advancing.
           accept endereco-informado.
           if endereco-informado = spaces
               move endereco-do-cliente to endereco-informado
           end-if.
           display "CEP [" cep-do-cliente "]: " with no advancing.
           accept cep-informado.
           if cep-informado = spaces
               move cep-do-cliente to cep-informado
           end-if.
           perform 2940-pede-vigencia thru 2940-fim.
           move "A" to codigo-acao-digitada.
           perform 2950-monta-e-confirma thru 2950-fim.
       2750-fim.
           exit.

       2800-digita-exclusao.
           perform 2900-pede-rg thru 2900-fim.
           if digitacao-recusada
               go to 2800-fim
           end-if.
           read arquivo-entrada
               invalid key
                   move "N" to sw-digitacao-aceita
                   display "RG NAO ENCONTRADO NO CADASTRO"
               not invalid key
                   if cliente-inativo
                       move "N" to sw-digitacao-aceita
                       display "CLIENTE JA INATIVO"
                   end-if
           end-read.
           if digitacao-recusada
               go to 2800-fim
           end-if.
           perform 2250-mostra-cliente thru 2250-fim.
           move nome-do-cliente to nome-informado.
           move estado to estado-informado.
           move cidade to cidade-informada.
           move endereco-do-cliente to endereco-informado.
           move cep-do-cliente to cep-informado.
           perform 2940-pede-vigencia thru 2940-fim.
           move "E" to codigo-acao-digitada.
           perform 2945-critica-vigencia thru 2945-fim.
           if digitacao-recusada
               display "TRANSACAO RECUSADA: " motivo-recusa
           else
               perform 2960-confirma-transacao thru 2960-fim
           end-if.
       2800-fim.
           exit.

       2900-pede-rg.
           move "S" to sw-digitacao-aceita.
           if not digitacao-disponivel
               move "N" to sw-digitacao-aceita
               display "CIDADES-VALIDAS INDISPONIVEL - DIGITACAO "
                   "SEM CRITICA NAO E PERMITIDA"
               go to 2900-fim
           end-if.
           if qtd-transacoes-digitadas >= max-transacoes-digitadas
               move "N" to sw-digitacao-aceita
               display "SESSAO COM " qtd-transacoes-digitadas
                   " TRANSACOES - ENCERRE A SESSAO PARA GRAVAR O "
                   "LOTE BALCAO"
               go to 2900-fim
           end-if.
           display "RG: " with no advancing.
           accept rg-informado.
           if rg-informado = spaces
                   or function numval(rg-informado) = zeroes
               move "N" to sw-digitacao-aceita
               display "RG INVALIDO"
               go to 2900-fim
           end-if.
           move function numval(rg-informado) to rg-da-digitacao.
           move rg-da-digitacao to rg-do-cliente.
           perform 2910-procura-rg-na-sessao thru 2910-fim
               varying ix-digitada from 1 by 1
               until ix-digitada > qtd-transacoes-digitadas
                   or digitacao-recusada.
       2900-fim.
           exit.

       2910-procura-rg-na-sessao.
           if rg-do-balcao(ix-digitada) = rg-da-digitacao
               move "N" to sw-digitacao-aceita
               display "RG JA DIGITADO NESTA SESSAO - AGUARDE O "
                   "PROCESSAMENTO DO LOTE"
           end-if.
       2910-fim.
           exit.

       2940-pede-vigencia.
           display "VIGENCIA (AAAAMMDD, EM BRANCO = IMEDIATA): "
               with no advancing.
           accept vigencia-do-balcao.
       2940-fim.
           exit.

       2945-critica-vigencia.
           move "S" to sw-digitacao-aceita.
           move spaces to motivo-recusa.
           if vigencia-do-balcao = spaces
               go to 2945-fim
           end-if.
           if vigencia-do-balcao is not numeric
               move "N" to sw-digitacao-aceita
               move "DATA DE VIGENCIA INVALIDA" to motivo-recusa
               go to 2945-fim
           end-if.
           move vigencia-do-balcao to vigencia-digitada.
           if function test-date-yyyymmdd(vigencia-digitada)
                   not = zeroes
               move "N" to sw-digitacao-aceita
               move "DATA DE VIGENCIA INVALIDA" to motivo-recusa
           end-if.
       2945-fim.
           exit.

       2950-monta-e-confirma.
           perform 2970-critica-digitacao thru 2970-fim.
           if digitacao-recusada
               display "TRANSACAO RECUSADA: " motivo-recusa
           else
               perform 2960-confirma-transacao thru 2960-fim
           end-if.
       2950-fim.
           exit.

       2960-confirma-transacao.
           display "CONFIRMA A TRANSACAO (S/N): " with no advancing.
           accept resposta-do-operador.
           if resposta-do-operador = "S" or resposta-do-operador = "s"
               perform 2990-guarda-transacao thru 2990-fim
           else
               display "TRANSACAO DESCARTADA"
           end-if.
       2960-fim.
           exit.

       2970-critica-digitacao.
           perform 2945-critica-vigencia thru 2945-fim.
           if digitacao-recusada
               go to 2970-fim
           end-if.
           if cep-informado is not numeric
               move "N" to sw-digitacao-aceita
               move "CEP INVALIDO" to motivo-recusa
               go to 2970-fim
           end-if.
           move estado-informado to estado-valido.
           move cidade-informada to cidade-valida-nome.
           read arquivo-cidades
               invalid key
                   move "N" to sw-digitacao-aceita
                   move "CIDADE/ESTADO INVALIDO" to motivo-recusa
           end-read.
           if digitacao-aceita and ceps-disponivel
               perform 2975-critica-cep-da-cidade thru 2975-fim
           end-if.
       2970-fim.
           exit.

       2975-critica-cep-da-cidade.
           move "nao" to sw-cidade-com-faixa.
           move "nao" to sw-cep-dentro-da-faixa.
           move "nao" to fim-de-faixas.
           move estado-informado to estado-da-faixa.
           move cidade-informada to cidade-da-faixa.
           move zeroes to cep-inicial-da-faixa.
           start arquivo-ceps
                   key is not less than chave-faixa-de-cep
               invalid key move "sim" to fim-de-faixas
           end-start.
           perform 2980-examina-uma-faixa thru 2980-fim
               until fim-de-faixas = "sim"
                   or sw-cep-dentro-da-faixa = "sim".
           if sw-cidade-com-faixa = "sim"
                   and sw-cep-dentro-da-faixa = "nao"
               move "N" to sw-digitacao-aceita
               move "CEP FORA DA FAIXA" to motivo-recusa
           end-if.
       2975-fim.
           exit.

       2980-examina-uma-faixa.
           read arquivo-ceps next record
               at end move "sim" to fim-de-faixas
           end-read.
           if fim-de-faixas = "nao"
               if estado-da-faixa not = estado-informado
                       or cidade-da-faixa not = cidade-informada
                   move "sim" to fim-de-faixas
               else
                   move "sim" to sw-cidade-com-faixa
                   if cep-informado not < cep-inicial-da-faixa
                           and cep-informado
                               not > cep-final-da-faixa
                       move "sim" to sw-cep-dentro-da-faixa
                   end-if
               end-if
           end-if.
       2980-fim.
           exit.

       2990-guarda-transacao.
           if qtd-transacoes-digitadas >= max-transacoes-digitadas
               display "SESSAO CHEIA - TRANSACAO NAO ACEITA"
               go to 2990-fim
           end-if.
           move rg-da-digitacao to rg-digitado.
           move nome-informado to nome-digitado.
           move estado-informado to estado-digitado.
           move cidade-informada to cidade-digitada.
           move endereco-informado to endereco-digitado.
           move cep-informado to cep-digitado.
           if vigencia-do-balcao = spaces
               move zeroes to vigencia-digitada
           else
               move vigencia-do-balcao to vigencia-digitada
           end-if.
           add 1 to qtd-transacoes-digitadas.
           move rg-da-digitacao
               to rg-do-balcao(qtd-transacoes-digitadas).
           move transacao-digitada
               to registro-do-balcao(qtd-transacoes-digitadas).
           display "TRANSACAO ACEITA PARA O LOTE BALCAO - "
               qtd-transacoes-digitadas " NA SESSAO".
       2990-fim.
           exit.

       3000-finaliza.
           if qtd-transacoes-digitadas > zeroes
               perform 3100-grava-lote-balcao thru 3100-fim
           end-if.
           close arquivo-entrada.
           if journal-disponivel
               close arquivo-journal
           end-if.
           if unificados-disponivel
               close arquivo-rgs-unificados
           end-if.
           if digitacao-disponivel
               close arquivo-cidades
           end-if.
           if ceps-disponivel
               close arquivo-ceps
           end-if.
           if lotes-disponivel
               close arquivo-lotes
           end-if.
           if pendencias-disponivel
               close arquivo-pendencias
           end-if.
           if devolucoes-disponivel
               close arquivo-devolucoes
           end-if.
       3000-fim.
           exit.

       3100-grava-lote-balcao.
           perform 3200-busca-ultima-sequencia thru 3200-fim.
           add 1 to ultima-sequencia-balcao.
           open extend arquivo-lotes-do-dia.
           if fs-arquivo-lotes-do-dia = "35"
               open output arquivo-lotes-do-dia
           end-if.
           if fs-arquivo-lotes-do-dia not = "00"
               display "ARQUIVO-LOTES-DO-DIA: ERRO NA ABERTURA - "
                   "STATUS " fs-arquivo-lotes-do-dia
               display "TRANSACOES DO BALCAO NAO GRAVADAS"
               go to 3100-fim
           end-if.
           move spaces to transacao-digitada.
           move "H" to codigo-acao-digitada.
           move data-de-hoje to data-do-lote-digitado.
           move origem-do-balcao to origem-do-lote-digitado.
           move ultima-sequencia-balcao to sequencia-do-lote-digitado.
           write transacao-cliente from transacao-digitada.
           move zeroes to qtd-do-lote-balcao hash-do-lote-balcao.
           perform 3150-grava-uma-digitada thru 3150-fim
               varying ix-digitada from 1 by 1
               until ix-digitada > qtd-transacoes-digitadas.
           move spaces to transacao-digitada.
           move "T" to codigo-acao-digitada.
           move qtd-do-lote-balcao to qtd-registros-digitados.
           move hash-do-lote-balcao to hash-rgs-digitados.
           write transacao-cliente from transacao-digitada.
           close arquivo-lotes-do-dia.
           display "LOTE BALCAO " ultima-sequencia-balcao
               " GRAVADO COM " qtd-do-lote-balcao " TRANSACOES".
           move zeroes to qtd-transacoes-digitadas.
       3100-fim.
           exit.

       3150-grava-uma-digitada.
           move registro-do-balcao(ix-digitada) to transacao-digitada.
           write transacao-cliente from transacao-digitada.
           add 1 to qtd-do-lote-balcao.
           add rg-digitado to hash-do-lote-balcao.
       3150-fim.
           exit.

       3200-busca-ultima-sequencia.
           move zeroes to ultima-sequencia-balcao.
           if lotes-disponivel
               move origem-do-balcao to origem-lote
               move zeroes to sequencia-lote
               move "nao" to fim-da-varredura
               start arquivo-lotes
                       key is not less than chave-lote
                   invalid key move "sim" to fim-da-varredura
               end-start
               perform 3250-examina-lote-registrado thru 3250-fim
                   until fim-da-varredura = "sim"
           end-if.
           open input arquivo-lotes-do-dia.
           if fs-arquivo-lotes-do-dia = "00"
               move "nao" to fim-da-varredura
               perform 3300-examina-lote-do-dia thru 3300-fim
                   until fim-da-varredura = "sim"
               close arquivo-lotes-do-dia
           end-if.
       3200-fim.
           exit.

       3250-examina-lote-registrado.
           read arquivo-lotes next record
               at end move "sim" to fim-da-varredura
           end-read.
           if fim-da-varredura = "nao"
               if origem-lote not = origem-do-balcao
                   move "sim" to fim-da-varredura
               else
                   move sequencia-lote to ultima-sequencia-balcao
               end-if
           end-if.
       3250-fim.
           exit.

       3300-examina-lote-do-dia.
           read arquivo-lotes-do-dia
               at end move "sim" to fim-da-varredura
           end-read.
           if fim-da-varredura = "nao"
               if transacao-header
                       and origem-do-lote = origem-do-balcao
                       and sequencia-do-lote > ultima-sequencia-balcao
                   move sequencia-do-lote to ultima-sequencia-balcao
               end-if
           end-if.
       3300-fim.
           exit.
