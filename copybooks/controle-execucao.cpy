      * (concluido com rejeicoes) ou "A" (abortado). a
      * pgm01-resolucao so larga se o registro da pgm02-manutencao
      * da data estiver "T" ou "R"; a pgm02-manutencao recusa
      * repetir a mesma data ja concluida sem o parametro FORCAR
      * e so larga com a copia de seguranca do dia (registro da
      * pgm17-copia-seguranca, PGM17) concluida "T".
      *----------------------------------------------------------*
       01 registro-controle-execucao.
           02 chave-controle-execucao.
