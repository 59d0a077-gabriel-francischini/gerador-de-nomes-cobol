      *                   ARQUIVO-RESUMO-CIDADES, de modo que o
      *                   resultado continua correto em qualquer
      *                   volume do mestre.
      *   2026-10-15  rf  no modo ETQ o cliente com endereco a
      *                   confirmar no ARQUIVO-DEVOLUCOES (mala
      *                   direta devolvida pelo correio, acumulada
      *                   pela pgm20_correspondencia_devolvida)
      *                   fica fora das etiquetas e sai a parte no
      *                   RELATORIO-ENDERECOS-A-CONFIRMAR.
      *----------------------------------------------------------*
       identification division.
       program-id. pgm01_resolucao.
           select arquivo-auditoria assign to disk
               organization is line sequential.
           select arquivo-etiquetas assign to disk.
           select arquivo-devolucoes assign to disk
               organization is indexed
               access mode is dynamic
               record key is rg-com-devolucao
               file status is fs-arquivo-devolucoes.
           select relatorio-enderecos-a-confirmar assign to disk.
           select arquivo-controle assign to disk
               organization is indexed
               access mode is dynamic
           label records are omitted.
       01 linha-etiquetas pic x(132).

       fd arquivo-devolucoes
           label records are standard.
           copy "devolucao.cpy".

       fd relatorio-enderecos-a-confirmar
           label records are omitted.
       01 linha-enderecos-a-confirmar pic x(132).

       fd arquivo-controle
           label records are standard.
           copy "controle-execucao.cpy".
       77 hora-formatada pic x(08) value spaces.
       77 data-de-hoje pic 9(08) value zeroes.

       77 fs-arquivo-devolucoes pic x(02) value "00".
       77 sw-devolucoes-disponivel pic x(01) value "N".
           88 devolucoes-disponivel value "S".
       77 total-etiquetas-retidas pic 9(07) value zeroes.

       77 fs-arquivo-controle pic x(02) value "00".
       77 sw-controle-aberto pic x(01) value "N".
           88 controle-aberto value "S".
           02 filler pic x(10) value " ETIQUETAS".
           02 filler pic x(80) value spaces.

       01 carimbo-do-titulo-a-confirmar.
           02 filler pic x(05) value spaces.
           02 filler pic x(34)
               value "CLIENTES COM ENDERECO A CONFIRMAR".
           02 filler pic x(20) value " - ETIQUETAS RETIDAS".
           02 filler pic x(73) value spaces.

       01 carimbo-do-endereco-a-confirmar.
           02 filler pic x(05) value spaces.
           02 carimbo-retido-rg pic 9(10).
           02 filler pic x(03) value spaces.
           02 carimbo-retido-nome pic x(30).
           02 filler pic x(03) value spaces.
           02 carimbo-retido-estado pic x(02).
           02 filler pic x(03) value spaces.
           02 carimbo-retido-cidade pic x(30).
           02 filler pic x(14) value "  DEVOLUCOES: ".
           02 carimbo-retido-devolucoes pic ZZ9.
           02 filler pic x(13) value "  BLOQUEIO: ".
           02 carimbo-retido-bloqueio pic 9(08).
           02 filler pic x(08) value spaces.

       01 carimbo-do-total-a-confirmar.
           02 filler pic x(05) value spaces.
           02 filler pic x(20) value "ETIQUETAS RETIDAS: ".
           02 carimbo-total-retidas pic ZZZZZZ9.
           02 filler pic x(100) value spaces.

       01 carimbo-da-auditoria.
           02 filler pic x(06) value "DATA: ".
           02 carimbo-auditoria-data pic x(08).
                   when modo-etiquetas
                       open output arquivo-etiquetas
                       open output arquivo-resumo-cidades
                       perform 1090-abre-devolucoes thru 1090-fim
               end-evaluate
           end-if.
           if ordenacao-sequencial
       1055-fim.
           exit.

      * sem o ARQUIVO-DEVOLUCOES todas as etiquetas saem, como
      * antes da mala direta devolvida passar a ser registrada.
       1090-abre-devolucoes.
           open input arquivo-devolucoes.
           if fs-arquivo-devolucoes = "00"
               move "S" to sw-devolucoes-disponivel
           else
               move "N" to sw-devolucoes-disponivel
               display "ARQUIVO-DEVOLUCOES: INDISPONIVEL - STATUS "
                   fs-arquivo-devolucoes " - NENHUMA ETIQUETA RETIDA"
           end-if.
           open output relatorio-enderecos-a-confirmar.
           write linha-enderecos-a-confirmar
               from carimbo-do-titulo-a-confirmar.
       1090-fim.
           exit.

       1060-formata-data-hora.
           accept data-sistema from date.
           accept data-de-hoje from date yyyymmdd.
               when modo-csv
                   perform 2310-grava-csv thru 2310-fim
               when modo-etiquetas
                   perform 4250-separa-a-confirmar thru 4250-fim
           end-evaluate.
           add 1 to total-geral-clientes.
           perform 4210-retorna-um-registro thru 4210-fim.
       4220-fim.
           exit.

      * cliente com endereco a confirmar nao ganha etiqueta; sai
      * na listagem a parte para o balcao confirmar o endereco.
       4250-separa-a-confirmar.
           if devolucoes-disponivel
               move rg-atual to rg-com-devolucao
               read arquivo-devolucoes
                   invalid key
                       move "L" to situacao-do-endereco
               end-read
               if endereco-a-confirmar
                   perform 4260-lista-a-confirmar thru 4260-fim
                   go to 4250-fim
               end-if
           end-if.
           perform 4300-armazena-etiqueta thru 4300-fim.
       4250-fim.
           exit.

       4260-lista-a-confirmar.
           move rg-atual to carimbo-retido-rg.
           move nome-atual to carimbo-retido-nome.
           move estado-atual to carimbo-retido-estado.
           move cidade-atual to carimbo-retido-cidade.
           move qtd-devolucoes to carimbo-retido-devolucoes.
           move data-do-bloqueio to carimbo-retido-bloqueio.
           write linha-enderecos-a-confirmar
               from carimbo-do-endereco-a-confirmar.
           add 1 to total-etiquetas-retidas.
       4260-fim.
           exit.

       4300-armazena-etiqueta.
           if cidade-atual not = cidade-anterior-etiqueta
               if cidade-anterior-etiqueta not = spaces
                   end-if
                   perform 4500-imprime-resumo-cidades thru 4500-fim
                   close arquivo-etiquetas
                   move total-etiquetas-retidas to carimbo-total-retidas
                   write linha-enderecos-a-confirmar
                       from carimbo-do-total-a-confirmar
                   close relatorio-enderecos-a-confirmar
                   if devolucoes-disponivel
                       close arquivo-devolucoes
                   end-if
           end-evaluate.
           perform 5000-grava-auditoria thru 5000-fim.
           close arquivo-entrada.
