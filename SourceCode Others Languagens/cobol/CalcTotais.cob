      *> e do período completo do arquivo: soma de todas as Somas,
      *> quantidade de rejeições por divisão por zero, maior
      *> Multiplicacao encontrada, etc. - como um relatório de batch de
      *> fim de dia. Estornos (AU-ESTORNO) são contados à parte e entram
      *> na soma com o sinal trocado que já trazem: os totais saem
      *> líquidos dos cálculos cancelados.
      *> =====================================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  CalcTotais.
*> S9(14)V99: acompanha o AU-MULTIPLICACAO de REGAUDIT.cpy (centavos).
 01 W-AU-MULTIPLICACAO     PIC S9(14)V99.
*> Acumuladores do dia corrente (quebra de controle por AU-DATA).
*> TD-QTDE conta os cálculos; TD-ESTORNOS os estornos, que descontam
*> dele a quantidade líquida.
 01 TOTAIS-DIA.
    02 TD-QTDE             PIC 9(07) VALUE ZEROS.
    02 TD-ESTORNOS         PIC 9(07) VALUE ZEROS.
    02 TD-SOMA             PIC S9(10)V99 VALUE ZEROS.
    02 TD-DIV-ZERO         PIC 9(07) VALUE ZEROS.
    02 TD-MULT-OVERFLOW    PIC 9(07) VALUE ZEROS.
*> Acumuladores do período inteiro do arquivo.
 01 TOTAIS-GERAL.
    02 TG-QTDE             PIC 9(07) VALUE ZEROS.
    02 TG-ESTORNOS         PIC 9(07) VALUE ZEROS.
    02 TG-SOMA             PIC S9(10)V99 VALUE ZEROS.
    02 TG-DIV-ZERO         PIC 9(07) VALUE ZEROS.
    02 TG-MULT-OVERFLOW    PIC 9(07) VALUE ZEROS.
    02 TG-MAIOR-MULT       PIC S9(14)V99 VALUE ZEROS.
 01 MASC-QTDE              PIC ZZZ.ZZ9.
 01 MASC-QTDE-LIQ          PIC -ZZZ.ZZ9.
 01 W-QTDE-LIQUIDA         PIC S9(07) VALUE ZEROS.
 01 MASC-SOMA              PIC -(9)9,99.
 01 MASC-MULT              PIC -(13)9,99.
 01 LINHA-DATA             PIC X(10).
        PERFORM Le-Auditoria
     END-PERFORM.
     CLOSE ARQ-AUDITORIA.
     IF NOT PRIMEIRO-REGISTRO
        PERFORM Imprime-Totais-Dia
     END-IF.
     PERFORM Imprime-Totais-Geral.
     END-READ.

 Acumula-Totais.
*> Estorno: só a contagem e a soma (negativa) - as rejeições e a maior
*> multiplicação continuam as do cálculo original, que segue na trilha.
     MOVE AU-SOMA TO W-AU-SOMA.
     MOVE AU-MULTIPLICACAO TO W-AU-MULTIPLICACAO.
     IF AU-ESTORNO
        ADD 1          TO TD-ESTORNOS   TG-ESTORNOS
        ADD W-AU-SOMA  TO TD-SOMA       TG-SOMA
     ELSE
        PERFORM Acumula-Calculo
     END-IF.

 Acumula-Calculo.
     ADD 1          TO TD-QTDE       TG-QTDE.
     ADD W-AU-SOMA  TO TD-SOMA       TG-SOMA.
     IF AU-OBSERVACAO (1:12) = "DIV POR ZERO"
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha.
     MOVE TD-ESTORNOS TO MASC-QTDE.
     MOVE SPACES TO W-LINHA-REL.
     STRING "Estornos .........................: " MASC-QTDE
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha.
     COMPUTE W-QTDE-LIQUIDA = TD-QTDE - TD-ESTORNOS.
     MOVE W-QTDE-LIQUIDA TO MASC-QTDE-LIQ.
     MOVE SPACES TO W-LINHA-REL.
     STRING "Calculos liquidos de estornos ....: " MASC-QTDE-LIQ
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha.
     MOVE TD-SOMA TO MASC-SOMA.
     MOVE SPACES TO W-LINHA-REL.
     STRING "Soma liquida de todas as Somas ...: " MASC-SOMA
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha.
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha.
     MOVE TG-ESTORNOS TO MASC-QTDE.
     MOVE SPACES TO W-LINHA-REL.
     STRING "Estornos .........................: " MASC-QTDE
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha.
     COMPUTE W-QTDE-LIQUIDA = TG-QTDE - TG-ESTORNOS.
     MOVE W-QTDE-LIQUIDA TO MASC-QTDE-LIQ.
     MOVE SPACES TO W-LINHA-REL.
     STRING "Calculos liquidos de estornos ....: " MASC-QTDE-LIQ
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha.
     MOVE TG-SOMA TO MASC-SOMA.
     MOVE SPACES TO W-LINHA-REL.
     STRING "Soma liquida de todas as Somas ...: " MASC-SOMA
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha.
