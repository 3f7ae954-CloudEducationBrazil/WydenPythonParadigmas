    02 FILLER             PIC X(02) VALUE SPACES.
*> 40 bytes - ver W-OBSERVACAO na Calculadora para o dimensionamento.
    02 AU-OBSERVACAO      PIC X(40).
*> Vista do registro de estorno: a observação "ESTORNO " seguida da
*> referência e da chave da trilha (data + sequência) do cálculo
*> original que está sendo cancelado. Os resultados do estorno são os
*> do original com o sinal trocado, para os totais saírem líquidos.
    02 AU-OBS-ESTORNO     REDEFINES AU-OBSERVACAO.
       03 AU-EST-MARCA       PIC X(08).
          88 AU-ESTORNO            VALUE "ESTORNO ".
       03 AU-EST-REF         PIC X(10).
       03 FILLER             PIC X(01).
       03 AU-EST-DATA        PIC X(08).
       03 FILLER             PIC X(01).
       03 AU-EST-SEQ         PIC 9(05).
       03 FILLER             PIC X(07).
    02 FILLER             PIC X(02) VALUE SPACES.
*> Area de origem da transação (TR-ORIGEM do detalhe consolidado; em
*> branco nos registros interativos e nos anteriores a coluna) - diz
