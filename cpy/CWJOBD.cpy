      *****************************************************
      * CWJOBD.CPY - Predecessores de job (CALL "CWJOBD"   *
      * USING PARAMETROS-CWJOBD).  Confere, no journal     *
      * "JE", se todos os predecessores do registro "JP"   *
      * do job terminaram OK no dia de processamento       *
      * CWJOBD-DATA-PROC (zero = data do "DP").            *
      * Situacao: "S" = liberado, "N" = aguardando, espaco *
      * = job sem predecessores.  Por predecessor: "S" OK, *
      * "N" falhou, espaco = ainda nao rodou no dia.       *
      *****************************************************
       01  PARAMETROS-CWJOBD.
           05 CWJOBD-JOB                 PIC  X(007) VALUE SPACES.
           05 CWJOBD-DATA-PROC           PIC  9(008) VALUE 0.
           05 CWJOBD-SITUACAO            PIC  X(001) VALUE SPACE.
              88 CWJOBD-SEM-PREDECESSOR                VALUE SPACE.
              88 CWJOBD-LIBERADO                       VALUE "S".
              88 CWJOBD-AGUARDANDO                     VALUE "N".
           05 CWJOBD-TOTAL               PIC  9(002) VALUE 0.
           05 CWJOBD-FALTAM              PIC  9(002) VALUE 0.
           05 CWJOBD-PREDECESSORES.
              10 CWJOBD-PRED OCCURS 10.
                 15 CWJOBD-PRED-JOB      PIC  X(007).
                 15 CWJOBD-PRED-STATUS   PIC  X(001).
