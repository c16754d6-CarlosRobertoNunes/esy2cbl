                      *    AUTH04 logoff forcado                      *
                      *    AUTH05 desconexao por inatividade          *
                      *    AUTH06 logon de SUPER USUARIO              *
                      *    AUTH07 sessao assumida no logon            *
                      *    AUTH08 logon recusado, limite de sessoes   *
                      *    PRIV01 elevacao concedida                  *
                      *    PRIV02 logon com elevacao                  *
                      *    APRV01 aprovacao de controle duplo         *
                      *    APRV02 substituto definido ou encerrado    *
                      *    APRV03 pendencia vencida escalada          *
                      *    APRV04 parecer dado por substituto         *
                      *    EXEC01 lancamento via CWRUN                *
                      *    JOBS01 passo de job alem da base (CWJOBW)  *
                      *    JOBS02 corrente vai passar do corte        *
                      *    RECB01 arquivo recebido recusado (CWWTCH)  *
                      *    SODV01 conflito de funcoes liberado        *
                      *    TERC01 conta de terceiro vencida bloqueada *
                      *    TERC02 logon recusado, conta vencida       *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
