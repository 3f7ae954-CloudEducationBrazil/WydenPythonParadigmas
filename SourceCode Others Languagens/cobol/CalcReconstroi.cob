      *> ausente do mestre (e vice-versa), e (b) sob pedido, reconstrói
      *> CALCLOGIX.DAT do zero a partir do CALCLOG.DAT, apontando as
      *> chaves que não conseguiu carregar. A reconstrução refaz também
      *> o índice por referência (CALCREFIX.DAT) e o índice por rodada
      *> (CALCRUNIX.DAT), que são derivados da mesma trilha. É também a
      *> recuperação pós-crash: um indexado corrompido deixa de custar a
      *> história de consulta inteira.
      *>
      *> A conferência casa os dois arquivos em marcha paralela: a
      *> trilha é gravada em ordem cronológica, que é a ordem da chave
      *> data + sequência - registro fora de ordem é contado à parte e
      *> resolvido pela reconstrução. Em seguida confere o índice por
      *> rodada contra o mestre indexado, nos dois sentidos.
      *> =====================================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  CalcReconstroi.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RX-CHAVE
            FILE STATUS IS FS-REFIX.
     SELECT ARQ-RUNIX ASSIGN TO "CALCRUNIX.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RN-CHAVE
            FILE STATUS IS FS-RUNIX.
 DATA DIVISION.
 FILE SECTION.
 FD  ARQ-AUDITORIA.
 FD  ARQ-REFIX.
*> Layout compartilhado com a Calculadora - ver REGREFIX.cpy.
     COPY REGREFIX.
 FD  ARQ-RUNIX.
*> Layout compartilhado com a Calculadora - ver REGRUNIX.cpy.
     COPY REGRUNIX.
 WORKING-STORAGE SECTION.
 01 FS-AUDITORIA           PIC X(02) VALUE "00".
    88 FS-AUDITORIA-OK            VALUE "00".
    88 FS-AUDIX-NAO-EXISTE        VALUE "35".
 01 FS-REFIX               PIC X(02) VALUE "00".
    88 FS-REFIX-OK                VALUE "00".
 01 FS-RUNIX               PIC X(02) VALUE "00".
    88 FS-RUNIX-OK                VALUE "00".
    88 FS-RUNIX-NAO-EXISTE        VALUE "35".
 01 W-FIM-AUDITORIA        PIC X(01) VALUE "N".
    88 FIM-AUDITORIA               VALUE "S".
 01 W-FIM-AUDIX            PIC X(01) VALUE "N".
    88 FIM-AUDIX                   VALUE "S".
 01 W-FIM-RUNIX            PIC X(01) VALUE "N".
    88 FIM-RUNIX                   VALUE "S".
 01 W-TEM-RUNIX            PIC X(01) VALUE "N".
    88 TEM-RUNIX                   VALUE "S".
 01 W-OPCAO                PIC X(01) VALUE SPACE.
*> Marcha paralela da conferência: a chave corrente de cada lado e a
*> última chave vista na trilha (detector de fora-de-ordem).
 01 W-QTDE-DIFERENTES      PIC 9(07) VALUE ZEROS.
 01 W-QTDE-FORA-ORDEM      PIC 9(07) VALUE ZEROS.
 01 W-QTDE-LAYOUT-ANTIGO   PIC 9(07) VALUE ZEROS.
*> Conferência do índice por rodada: entradas lidas, registros do mestre
*> sem a sua entrada, entradas sem registro da rodada no mestre e
*> registros sem rodada numérica (fora do índice, como os de layout
*> antigo ficam fora do mestre).
 01 W-QTDE-RUNIX           PIC 9(07) VALUE ZEROS.
 01 W-QTDE-SEM-RUNIX       PIC 9(07) VALUE ZEROS.
 01 W-QTDE-RUNIX-ORFAS     PIC 9(07) VALUE ZEROS.
 01 W-QTDE-SEM-RODADA      PIC 9(07) VALUE ZEROS.
*> Contadores da reconstrução.
 01 W-QTDE-CARREGADOS      PIC 9(07) VALUE ZEROS.
 01 W-QTDE-NAO-CARREGADOS  PIC 9(07) VALUE ZEROS.
 01 W-QTDE-REF-CARREGADAS  PIC 9(07) VALUE ZEROS.
 01 W-QTDE-REF-RECUSADAS   PIC 9(07) VALUE ZEROS.
 01 W-QTDE-RUN-CARREGADAS  PIC 9(07) VALUE ZEROS.
 01 W-QTDE-RUN-RECUSADAS   PIC 9(07) VALUE ZEROS.
 01 MASC-QTDE              PIC ZZZ.ZZ9.
 PROCEDURE DIVISION.
 Inicio.
             UNTIL FIM-AUDITORIA AND FIM-AUDIX.
     CLOSE ARQ-AUDITORIA.
     CLOSE ARQ-AUDIX.
     PERFORM Verifica-Indice-Rodada.
     PERFORM Imprime-Resumo-Verificacao.

 Le-Log-Casavel.
           PERFORM Le-Audix
     END-EVALUATE.

 Verifica-Indice-Rodada.
*> Confere o índice por rodada contra o mestre indexado: todo registro
*> do mestre tem a sua entrada (leitura direta pela chave rodada +
*> chave da trilha) e toda entrada aponta para um registro do mestre da
*> mesma rodada. Índice ausente ou ilegível sai no resumo como
*> divergência - a opção R o cria.
     OPEN INPUT ARQ-RUNIX.
     IF FS-RUNIX-NAO-EXISTE
        DISPLAY "CALCRUNIX.DAT nao existe - use a opcao R para criar."
     ELSE
        IF NOT FS-RUNIX-OK
           DISPLAY "CALCRUNIX.DAT nao pode ser aberto - status " FS-RUNIX
        ELSE
           MOVE "S" TO W-TEM-RUNIX
        END-IF
     END-IF.
     IF TEM-RUNIX
        OPEN INPUT ARQ-AUDIX
        MOVE "N" TO W-FIM-AUDIX
        PERFORM Confere-Entrada-Rodada UNTIL FIM-AUDIX
        MOVE "N" TO W-FIM-RUNIX
        MOVE LOW-VALUES TO RN-CHAVE
        START ARQ-RUNIX KEY IS >= RN-CHAVE
           INVALID KEY MOVE "S" TO W-FIM-RUNIX
        END-START
        PERFORM Confere-Apontamento-Rodada UNTIL FIM-RUNIX
        CLOSE ARQ-AUDIX
        CLOSE ARQ-RUNIX
     END-IF.

 Confere-Entrada-Rodada.
     READ ARQ-AUDIX NEXT RECORD
        AT END MOVE "S" TO W-FIM-AUDIX
     END-READ.
     IF NOT FIM-AUDIX
        IF AX-RUN-ID IS NOT NUMERIC
           ADD 1 TO W-QTDE-SEM-RODADA
        ELSE
           MOVE AX-RUN-ID TO RN-RUN-ID
           MOVE AX-CHAVE  TO RN-AUD-CHAVE
           READ ARQ-RUNIX
              INVALID KEY
                 ADD 1 TO W-QTDE-SEM-RUNIX
                 DISPLAY "FALTA NO INDICE POR RODADA: " AX-RUN-ID
                         " " AX-CHAVE
           END-READ
        END-IF
     END-IF.

 Confere-Apontamento-Rodada.
     READ ARQ-RUNIX NEXT RECORD
        AT END MOVE "S" TO W-FIM-RUNIX
     END-READ.
     IF NOT FIM-RUNIX
        ADD 1 TO W-QTDE-RUNIX
        MOVE RN-AUD-CHAVE TO AX-CHAVE
        READ ARQ-AUDIX
           INVALID KEY
              ADD 1 TO W-QTDE-RUNIX-ORFAS
              DISPLAY "ENTRADA POR RODADA SEM REGISTRO NO MESTRE: "
                      RN-RUN-ID " " RN-AUD-CHAVE
           NOT INVALID KEY
              IF AX-RUN-ID NOT = RN-RUN-ID
                 ADD 1 TO W-QTDE-RUNIX-ORFAS
                 DISPLAY "ENTRADA POR RODADA APONTA OUTRA RODADA: "
                         RN-RUN-ID " " RN-AUD-CHAVE
              END-IF
        END-READ
     END-IF.

 Imprime-Resumo-Verificacao.
     DISPLAY " ".
     DISPLAY "===== RESUMO DA VERIFICACAO =====".
     ELSE
        DISPLAY "*** ARQUIVOS DIVERGEM - RECONSTRUA COM A OPCAO R ***"
     END-IF.
     IF TEM-RUNIX
        MOVE W-QTDE-RUNIX TO MASC-QTDE
        DISPLAY "Entradas no indice por rodada .........: " MASC-QTDE
        MOVE W-QTDE-SEM-RUNIX TO MASC-QTDE
        DISPLAY "Mestre sem entrada no indice por rodada: " MASC-QTDE
        MOVE W-QTDE-RUNIX-ORFAS TO MASC-QTDE
        DISPLAY "Entradas sem registro da rodada .......: " MASC-QTDE
        IF W-QTDE-SEM-RODADA > 0
           MOVE W-QTDE-SEM-RODADA TO MASC-QTDE
           DISPLAY "Mestre sem rodada (fora do indice) ....: " MASC-QTDE
        END-IF
     END-IF.
     IF TEM-RUNIX AND W-QTDE-SEM-RUNIX = 0 AND W-QTDE-RUNIX-ORFAS = 0
        DISPLAY "*** INDICE POR RODADA EM ESPELHO DO MESTRE ***"
     ELSE
        DISPLAY "*** INDICE POR RODADA DIVERGE - RECONSTRUA COM A OPCAO R ***"
     END-IF.

 Reconstroi.
*> Recria CALCLOGIX.DAT (e os índices por referência CALCREFIX.DAT e
*> por rodada CALCRUNIX.DAT, que derivam da mesma trilha) do zero a
*> partir do CALCLOG.DAT. O OPEN
*> OUTPUT descarta o indexado corrente - inclusive um corrompido por
*> crash, que era o caso sem recuperação. Chave que não carrega
*> (duplicada na própria trilha, p.ex.) é apontada uma a uma.
        CLOSE ARQ-AUDIX
        STOP RUN
     END-IF.
     OPEN OUTPUT ARQ-RUNIX.
     IF NOT FS-RUNIX-OK
        DISPLAY "CALCRUNIX.DAT nao pode ser recriado - status " FS-RUNIX
        CLOSE ARQ-AUDITORIA
        CLOSE ARQ-AUDIX
        CLOSE ARQ-REFIX
        STOP RUN
     END-IF.
     MOVE "N" TO W-FIM-AUDITORIA.
     PERFORM Le-Auditoria.
     PERFORM Carrega-Registro UNTIL FIM-AUDITORIA.
     CLOSE ARQ-AUDITORIA.
     CLOSE ARQ-AUDIX.
     CLOSE ARQ-REFIX.
     CLOSE ARQ-RUNIX.
     PERFORM Imprime-Resumo-Reconstrucao.

 Le-Auditoria.
              DISPLAY "CHAVE NAO CARREGADA NO MESTRE: " AU-CHAVE
           NOT INVALID KEY
              ADD 1 TO W-QTDE-CARREGADOS
              PERFORM Carrega-Entrada-Rodada
        END-WRITE
        IF AU-REF NOT = SPACES
           MOVE SPACES TO REG-REFIX
                 ADD 1 TO W-QTDE-REF-CARREGADAS
           END-WRITE
        END-IF
        IF AU-ESTORNO AND AU-EST-REF NOT = SPACES
                      AND AU-EST-REF NOT = AU-REF
           PERFORM Carrega-Ligacao-Estorno
        END-IF
     END-IF.
     PERFORM Le-Auditoria.

 Carrega-Entrada-Rodada.
*> Entrada no índice por rodada para o registro que entrou no mestre
*> (chave recusada no mestre não ganha entrada - apontaria para o
*> registro de outra rodada que ocupa a chave).
     IF AU-RUN-ID IS NOT NUMERIC
        ADD 1 TO W-QTDE-SEM-RODADA
     ELSE
        MOVE SPACES TO REG-RUNIX
        MOVE AU-RUN-ID TO RN-RUN-ID
        MOVE AU-DATA   TO RN-DATA
        MOVE AU-SEQ    TO RN-SEQ
        WRITE REG-RUNIX
           INVALID KEY
              ADD 1 TO W-QTDE-RUN-RECUSADAS
              DISPLAY "CHAVE NAO CARREGADA NO INDICE POR RODADA: "
                      AU-RUN-ID " " AU-CHAVE
           NOT INVALID KEY
              ADD 1 TO W-QTDE-RUN-CARREGADAS
        END-WRITE
     END-IF.

 Carrega-Ligacao-Estorno.
*> Estorno: a entrada de ligação sob a referência original, como a
*> Calculadora grava - sem ela o original deixaria de aparecer como
*> estornado e um segundo estorno dele passaria.
     MOVE SPACES TO REG-REFIX.
     MOVE AU-EST-REF TO RX-REF.
     MOVE AU-DATA    TO RX-DATA.
     MOVE AU-SEQ     TO RX-SEQ.
     WRITE REG-REFIX
        INVALID KEY
           ADD 1 TO W-QTDE-REF-RECUSADAS
           DISPLAY "CHAVE NAO CARREGADA NO INDICE REF: "
                   AU-EST-REF " " AU-CHAVE
        NOT INVALID KEY
           ADD 1 TO W-QTDE-REF-CARREGADAS
     END-WRITE.

 Imprime-Resumo-Reconstrucao.
     DISPLAY " ".
     DISPLAY "===== RESUMO DA RECONSTRUCAO =====".
     DISPLAY "Entradas carregadas no indice por ref .: " MASC-QTDE.
     MOVE W-QTDE-REF-RECUSADAS TO MASC-QTDE.
     DISPLAY "Chaves nao carregadas no indice .......: " MASC-QTDE.
     MOVE W-QTDE-RUN-CARREGADAS TO MASC-QTDE.
     DISPLAY "Entradas carregadas no indice p/ rodada: " MASC-QTDE.
     MOVE W-QTDE-RUN-RECUSADAS TO MASC-QTDE.
     DISPLAY "Chaves nao carregadas no indice rodada : " MASC-QTDE.
     IF W-QTDE-LAYOUT-ANTIGO > 0
        MOVE W-QTDE-LAYOUT-ANTIGO TO MASC-QTDE
        DISPLAY "Em layout antigo (fora do indexado) ...: " MASC-QTDE
     END-IF.
     IF W-QTDE-SEM-RODADA > 0
        MOVE W-QTDE-SEM-RODADA TO MASC-QTDE
        DISPLAY "Sem rodada (fora do indice p/ rodada) .: " MASC-QTDE
     END-IF.
     IF W-QTDE-NAO-CARREGADOS = 0 AND W-QTDE-REF-RECUSADAS = 0
       AND W-QTDE-RUN-RECUSADAS = 0
        DISPLAY "*** RECONSTRUCAO COMPLETA SEM RECUSAS ***"
     ELSE
        DISPLAY "*** RECONSTRUCAO COM CHAVES RECUSADAS - VER ACIMA ***"
