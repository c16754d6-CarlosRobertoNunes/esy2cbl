      *****************************************************
      * CWDDJL.CPY - Journal de gravacoes dos arquivos de  *
      * dados do cadastro "02" (CALL "CWDDJL" USING        *
      * PARAMETROS-CWDDJL): imagem anterior e nova de cada *
      * inclusao, alteracao e exclusao.                    *
      *   "W" inclusao  (so a imagem nova)                 *
      *   "U" alteracao (as duas imagens)                  *
      *   "D" exclusao  (so a imagem anterior)             *
      *   "F" fecha o journal deixado aberto por MANTER    *
      * CWDDJL-LOTE agrupa as gravacoes de uma mesma carga *
      * (CWLOAD) para a reversao do lote inteiro; em       *
      * branco na manutencao registro a registro.          *
      * CWDDJL-POSICAO e' o numero do registro no arquivo  *
      * sequencial (CWDMNT) ou a ordem dentro do lote.     *
      * CWDDJL-MANTER "S" deixa o journal aberto entre as  *
      * chamadas (uso em lote, fechar com "F").            *
      * CWDDJL-STATUS devolve o FILE STATUS da gravacao.   *
      * Pressupoe o CWCONF ja aberto pelo chamador.        *
      *****************************************************
       01  PARAMETROS-CWDDJL.
           05 CWDDJL-VERBO               PIC  X(001) VALUE "W".
              88 CWDDJL-INCLUSAO                      VALUE "W".
              88 CWDDJL-ALTERACAO                     VALUE "U".
              88 CWDDJL-EXCLUSAO                      VALUE "D".
              88 CWDDJL-FECHA                         VALUE "F".
           05 CWDDJL-PROGRAMA            PIC  X(008) VALUE SPACES.
           05 CWDDJL-ARQUIVO             PIC  X(030) VALUE SPACES.
           05 CWDDJL-LOTE                PIC  X(020) VALUE SPACES.
           05 CWDDJL-POSICAO             PIC  9(007) VALUE 0.
           05 CWDDJL-TAMANHO             PIC  9(004) VALUE 0.
           05 CWDDJL-MANTER              PIC  X(001) VALUE "N".
           05 CWDDJL-STATUS              PIC  X(002) VALUE "00".
           05 CWDDJL-IMAGEM-ANTES        PIC  X(2048) VALUE SPACES.
           05 CWDDJL-IMAGEM-DEPOIS       PIC  X(2048) VALUE SPACES.
