      *----------------------------------------------------------*
      * layout do catalogo das geracoes de copia de seguranca
      * (ARQUIVO-COPIAS), mantido pela pgm17-copia-seguranca. um
      * registro por data de copia, com o total de registros e o
      * hash de cada arquivo descarregado: no ARQUIVO-ENTRADA a
      * soma dos rgs; no ARQUIVO-JOURNAL a soma dos rgs das
      * imagens (a imagem depois ou, na falta dela, a imagem
      * antes; o registro de controle entra so na contagem); no
      * ARQUIVO-LOTES, que nao tem rg, a soma das sequencias. a
      * geracao que sai da janela de retencao fica marcada "D"
      * no catalogo e tem as copias listadas para o job apagar;
      * a geracao do dia refeita com SUBSTITUIR fica "D" ate a
      * nova copia conferir.
      *----------------------------------------------------------*
       01 registro-copia.
           02 data-da-copia pic 9(08).
           02 hora-da-copia pic 9(06).
           02 situacao-da-copia pic x(01).
               88 copia-valida value "V".
               88 copia-descartada value "D".
           02 qtd-entrada-copia pic 9(07).
           02 hash-entrada-copia pic 9(13).
           02 qtd-journal-copia pic 9(07).
           02 hash-journal-copia pic 9(13).
           02 qtd-lotes-copia pic 9(07).
           02 hash-lotes-copia pic 9(13).
           02 data-da-restauracao pic 9(08).
