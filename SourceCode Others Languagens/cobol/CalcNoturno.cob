      *> CalcNoturno: driver da cadeia noturna da suite Calculadora.
      *>
      *> A rodada da noite e uma sequencia fixa - Calculadora em batch,
      *> CalcExcecao, CalcConcilia, CalcTotais e CalcRetorno (os
      *> arquivos de retorno das origens), nesta ordem - e ate
      *> aqui era o operador quem disparava cada passo na mao e conferia
      *> a tela antes do seguinte. Passo fora de ordem (conciliar antes
      *> do batch terminar) concilia lixo. Este membro executa a cadeia
      *>
      *> CALCNOT.DAT (opcional, CHAVE=VALOR, "*" comenta) troca o
      *> comando de cada passo: CMD-BATCH, CMD-EXCECAO, CMD-CONCILIA,
      *> CMD-TOTAIS, CMD-RETORNO. Sem o arquivo valem os comandos
      *> cobcrun padrao.
      *> =====================================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  CalcNoturno.
     02 FILLER             PIC X(02) VALUE SPACES.
     02 JB-HORA-FIM        PIC 9(06).
     02 FILLER             PIC X(02) VALUE SPACES.
*> Passos na ordem da cadeia: batch, excecao, conciliacao, totais e
*> retorno. O comutador do retorno ocupa o primeiro dos dois brancos
*> que separavam os quatro originais - as noites antigas continuam
*> legiveis (retorno em branco = passo ainda nao existia).
     02 JB-PASSOS.
        03 JB-PASSO-BATCH    PIC X(01).
        03 JB-PASSO-EXCECAO  PIC X(01).
        03 JB-PASSO-CONCILIA PIC X(01).
        03 JB-PASSO-TOTAIS   PIC X(01).
        03 JB-PASSO-RETORNO  PIC X(01).
     02 FILLER             PIC X(01) VALUE SPACES.
     02 JB-PASSO-FALHA     PIC X(12).
     02 FILLER             PIC X(02) VALUE SPACES.
     02 JB-STATUS          PIC X(02).
    88 FIM-RUNCTL                  VALUE "S".
 01 W-FIM-PARAMETROS       PIC X(01) VALUE "N".
    88 FIM-PARAMETROS              VALUE "S".
*> Comandos dos cinco passos, na ordem da cadeia; os padroes valem
*> quando CALCNOT.DAT esta ausente ou nao redefine a chave.
 01 COMANDOS-PASSOS.
    02 W-CMD-BATCH         PIC X(60) VALUE "cobcrun Calculadora".
    02 W-CMD-EXCECAO       PIC X(60) VALUE "cobcrun CalcExcecao".
    02 W-CMD-CONCILIA      PIC X(60) VALUE "cobcrun CalcConcilia".
    02 W-CMD-TOTAIS        PIC X(60) VALUE "cobcrun CalcTotais".
    02 W-CMD-RETORNO       PIC X(60) VALUE "cobcrun CalcRetorno".
 01 W-PARM-CHAVE           PIC X(20) VALUE SPACES.
 01 W-PARM-VALOR           PIC X(60) VALUE SPACES.
*> Comando do passo corrente, terminado em LOW-VALUE para o CALL
     MOVE MES TO JB-MES.
     MOVE DIA TO JB-DIA.
     MOVE W-HORA-SISTEMA (1:6) TO JB-HORA-INI.
     MOVE "NNNNN" TO JB-PASSOS.
     PERFORM Le-Parametros.
     IF CADEIA-OK
        PERFORM Confere-Calcparm
           MOVE "S" TO JB-PASSO-TOTAIS
        END-IF
     END-IF.
*> Passo 5: retorno de cada origem da consolidacao (RET-<origem>.DAT),
*> depois das excecoes gravadas e dos controles da noite conferidos.
     IF CADEIA-OK
        MOVE "RETORNO" TO W-NOME-PASSO
        MOVE W-CMD-RETORNO TO W-PARM-VALOR
        PERFORM Executa-Passo
        IF CADEIA-OK
           MOVE "S" TO JB-PASSO-RETORNO
        END-IF
     END-IF.
     PERFORM Grava-Job.
     IF CADEIA-OK
        DISPLAY "*** CADEIA NOTURNA COMPLETA - TODOS OS PASSOS OK ***"
              MOVE W-PARM-VALOR TO W-CMD-CONCILIA
           WHEN "CMD-TOTAIS"
              MOVE W-PARM-VALOR TO W-CMD-TOTAIS
           WHEN "CMD-RETORNO"
              MOVE W-PARM-VALOR TO W-CMD-RETORNO
           WHEN OTHER
              CONTINUE
        END-EVALUATE
