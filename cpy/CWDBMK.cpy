      *****************************************************
      * CWDBMK.CPY - Copia mascarada de arquivo de dados   *
      * (CALL "CWDBMK" USING PARAMETROS-CWDBMK).  Copia    *
      * CWDBMK-ORIGEM (uma geracao do backup) para         *
      * CWDBMK-DESTINO com os campos de classe sensivel    *
      * do dicionario ("DD", CWCONF-PASS (i) (2:5))        *
      * embaralhados pelo CWDDMK "E": o mesmo valor vira   *
      * sempre o mesmo embaralhado, entao chaves e         *
      * referencias entre arquivos continuam casando.      *
      * CWDBMK-ARQUIVO e' o nome do arquivo no cadastro    *
      * "02" (layouts, seletores e marca de indexado).     *
      * Sequencial: CWDBMK-ORG "L" texto / "R" registros   *
      * fixos; o destino e' recriado.  Indexado: a origem  *
      * e' copiada para o destino e os registros sao       *
      * trocados pelos embaralhados (CWDIDX, canais 1 e    *
      * 2).  Status "0" = copiado, "9" = nao copiou, com o *
      * texto em CWDBMK-MENSAGEM.                          *
      * Pressupoe o CWCONF ja aberto pelo chamador.        *
      *****************************************************
       01  PARAMETROS-CWDBMK.
           05 CWDBMK-ARQUIVO             PIC  X(030) VALUE SPACES.
           05 CWDBMK-ORIGEM              PIC  X(255) VALUE SPACES.
           05 CWDBMK-DESTINO             PIC  X(255) VALUE SPACES.
           05 CWDBMK-ORG                 PIC  X(001) VALUE "L".
           05 CWDBMK-LIDOS               PIC  9(007) VALUE 0.
           05 CWDBMK-MASCARADOS          PIC  9(007) VALUE 0.
           05 CWDBMK-CAMPOS              PIC  9(003) VALUE 0.
           05 CWDBMK-STATUS              PIC  X(001) VALUE "0".
              88 CWDBMK-OK                            VALUE "0".
              88 CWDBMK-ERRO                          VALUE "9".
           05 CWDBMK-MENSAGEM            PIC  X(060) VALUE SPACES.
