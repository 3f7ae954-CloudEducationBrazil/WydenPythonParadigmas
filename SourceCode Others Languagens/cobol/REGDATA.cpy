    02 DT-SITUACAO        PIC X(01).
       88 DIA-ABERTO             VALUE "A".
       88 DIA-FECHADO            VALUE "F".
    02 FILLER             PIC X(02) VALUE SPACES.
*> Operador identificado que fez a última abertura/fechamento.
    02 DT-OPERADOR        PIC X(08).
