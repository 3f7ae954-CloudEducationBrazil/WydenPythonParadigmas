      *> concordam: CALCLOG/CALCIF abrem em EXTEND e RESULTADOS recomeça
      *> por rodada, então um abend na hora errada as deixa fora de passo.
      *> Este membro casa os registros da rodada (RESULTADOS.DAT inteiro
      *> contra os registros da rodada na trilha - lidos direto pelo
      *> índice por rodada, CALCRUNIX.DAT, no mestre indexado
      *> CALCLOGIX.DAT - e contra a cauda correspondente do CSV),
      *> compara coluna a coluna e imprime um relatório de divergências:
      *> registro presente numa saída e ausente noutra, ou mesmo registro
      *> com valores diferentes. Sem divergência, fecha com a linha
     SELECT ARQ-RESULTADOS ASSIGN TO "RESULTADOS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-RESULTADOS.
*> Trilha da rodada: mestre indexado (espelho de CALCLOG.DAT) lido por
*> chave a partir do índice por rodada.
     SELECT ARQ-AUDITORIA ASSIGN TO "CALCLOGIX.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AU-CHAVE
            FILE STATUS IS FS-AUDITORIA.
     SELECT ARQ-RUNIX ASSIGN TO "CALCRUNIX.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RN-CHAVE
            FILE STATUS IS FS-RUNIX.
     SELECT ARQ-INTERFACE ASSIGN TO "CALCIF.CSV"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-INTERFACE.
 FD  ARQ-AUDITORIA.
*> Layout compartilhado com a Calculadora - ver REGAUDIT.cpy.
     COPY REGAUDIT.
 FD  ARQ-RUNIX.
*> Layout compartilhado com a Calculadora - ver REGRUNIX.cpy.
     COPY REGRUNIX.
 FD  ARQ-INTERFACE.
  01 REG-IF-LINHA           PIC X(150).
 FD  ARQ-RUNCTL.
 01 FS-AUDITORIA           PIC X(02) VALUE "00".
    88 FS-AUDITORIA-OK            VALUE "00".
    88 FS-AUDITORIA-NAO-EXISTE    VALUE "35".
 01 FS-RUNIX               PIC X(02) VALUE "00".
    88 FS-RUNIX-OK                VALUE "00".
    88 FS-RUNIX-NAO-EXISTE        VALUE "35".
 01 FS-INTERFACE           PIC X(02) VALUE "00".
    88 FS-INTERFACE-OK            VALUE "00".
    88 FS-INTERFACE-NAO-EXISTE    VALUE "35".
    88 FIM-RESULTADOS              VALUE "S".
 01 W-FIM-AUDITORIA        PIC X(01) VALUE "N".
    88 FIM-AUDITORIA               VALUE "S".
 01 W-ACHOU-MESTRE         PIC X(01) VALUE "N".
    88 ACHOU-MESTRE                VALUE "S".
 01 W-FIM-INTERFACE        PIC X(01) VALUE "N".
    88 FIM-INTERFACE               VALUE "S".
*> Contagens da primeira passada: a rodada é o RESULTADOS.DAT inteiro.
*> que o feed batch carregue TR-REF - é o que o CalcManut garante.
 01 W-QTDE-RESULTADOS      PIC 9(07) VALUE ZEROS.
 01 W-QTDE-AUDITORIA       PIC 9(07) VALUE ZEROS.
*> Entradas do índice por rodada sem registro da rodada no mestre
*> (drift entre os arquivos - o CalcReconstroi resolve).
 01 W-QTDE-SEM-MESTRE      PIC 9(07) VALUE ZEROS.
 01 W-QTDE-INTERFACE       PIC 9(07) VALUE ZEROS.
 01 W-QTDE-IF-SEM-REF      PIC 9(07) VALUE ZEROS.
 01 W-QTDE-COMPARA         PIC 9(07) VALUE ZEROS.
     ACCEPT W-HORA-SISTEMA FROM TIME.
     DISPLAY "===== CALCCONCILIA - CONCILIACAO DAS SAIDAS DO BATCH =====".
     PERFORM Acha-Rodada-Batch.
     DISPLAY "Rodada conciliada (trilha por run ID): " W-RUN-ALVO.
     PERFORM Conta-Resultados.
     PERFORM Conta-Auditoria.
     PERFORM Conta-Interface.
        END-STRING
        PERFORM Imprime-Linha
     END-IF.
     IF W-QTDE-SEM-MESTRE > 0
        MOVE W-QTDE-SEM-MESTRE TO MASC-QTDE
        MOVE SPACES TO W-LINHA-REL
        STRING "Entradas de CALCRUNIX.DAT sem registro no mestre: "
               MASC-QTDE "  (refazer com CalcReconstroi)"
               DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
        PERFORM Imprime-Linha
     END-IF.
     MOVE W-QTDE-RESULTADOS TO W-QTDE-COMPARA.
     IF W-QTDE-AUDITORIA < W-QTDE-COMPARA
        MOVE W-QTDE-AUDITORIA TO W-QTDE-COMPARA
     END-IF.
     OPEN INPUT ARQ-AUDITORIA.
     IF NOT FS-AUDITORIA-OK
        DISPLAY "CALCLOGIX.DAT nao pode ser reaberto - status "
                FS-AUDITORIA
        STOP RUN
     END-IF.
     OPEN INPUT ARQ-RUNIX.
     IF NOT FS-RUNIX-OK
        DISPLAY "CALCRUNIX.DAT nao pode ser reaberto - status "
                FS-RUNIX
        STOP RUN
     END-IF.
     OPEN INPUT ARQ-INTERFACE.
     IF NOT FS-INTERFACE-OK
        DISPLAY "CALCIF.CSV nao pode ser reaberto - status "
     END-PERFORM.
     CLOSE ARQ-RESULTADOS.
     CLOSE ARQ-AUDITORIA.
     CLOSE ARQ-RUNIX.
     CLOSE ARQ-INTERFACE.
     MOVE SPACES TO W-LINHA-REL.
     PERFORM Imprime-Linha.
     END-IF.

 Conta-Auditoria.
*> Conta só os registros da rodada alvo: as entradas dela no índice por
*> rodada que apontam para um registro da mesma rodada no mestre.
     OPEN INPUT ARQ-AUDITORIA.
     IF FS-AUDITORIA-NAO-EXISTE
        DISPLAY "CALCLOGIX.DAT nao encontrado."
        STOP RUN
     END-IF.
     IF NOT FS-AUDITORIA-OK
        DISPLAY "CALCLOGIX.DAT nao pode ser aberto - status " FS-AUDITORIA
        STOP RUN
     END-IF.
*> A Calculadora cria o índice por rodada na primeira gravação; ausente,
*> ele precisa ser refeito a partir da trilha.
     OPEN INPUT ARQ-RUNIX.
     IF FS-RUNIX-NAO-EXISTE
        DISPLAY "CALCRUNIX.DAT nao encontrado - refaca os indices com o"
                " CalcReconstroi (opcao R)."
        CLOSE ARQ-AUDITORIA
        STOP RUN
     END-IF.
     IF NOT FS-RUNIX-OK
        DISPLAY "CALCRUNIX.DAT nao pode ser aberto - status " FS-RUNIX
        CLOSE ARQ-AUDITORIA
        STOP RUN
     END-IF.
     PERFORM Posiciona-Indice-Rodada.
     PERFORM UNTIL FIM-AUDITORIA
        READ ARQ-RUNIX NEXT RECORD
           AT END MOVE "S" TO W-FIM-AUDITORIA
           NOT AT END
              IF RN-RUN-ID NOT = W-RUN-ALVO
                 MOVE "S" TO W-FIM-AUDITORIA
              ELSE
                 PERFORM Le-Mestre-Indice
                 IF ACHOU-MESTRE
                    ADD 1 TO W-QTDE-AUDITORIA
                 ELSE
                    ADD 1 TO W-QTDE-SEM-MESTRE
                 END-IF
              END-IF
        END-READ
     END-PERFORM.
     CLOSE ARQ-AUDITORIA.
     CLOSE ARQ-RUNIX.

 Posiciona-Indice-Rodada.
*> Posiciona o índice por rodada antes da primeira entrada da rodada
*> alvo; rodada sem nenhuma entrada encerra a leitura de saída.
     MOVE "N" TO W-FIM-AUDITORIA.
     MOVE W-RUN-ALVO TO RN-RUN-ID.
     MOVE LOW-VALUES TO RN-AUD-CHAVE.
     START ARQ-RUNIX KEY IS >= RN-CHAVE
        INVALID KEY MOVE "S" TO W-FIM-AUDITORIA
     END-START.

 Le-Mestre-Indice.
*> Lê no mestre o registro apontado pela entrada corrente do índice;
*> entrada sem registro, ou com registro de outra rodada, não vale.
     MOVE RN-AUD-CHAVE TO AU-CHAVE.
     MOVE "S" TO W-ACHOU-MESTRE.
     READ ARQ-AUDITORIA
        INVALID KEY MOVE "N" TO W-ACHOU-MESTRE
     END-READ.
     IF ACHOU-MESTRE AND AU-RUN-ID NOT = W-RUN-ALVO
        MOVE "N" TO W-ACHOU-MESTRE
     END-IF.

 Conta-Interface.
*> Linhas de dados do CSV com REF preenchida. Fora da contagem ficam o
        ADD W-QTDE-FALTA TO W-QTDE-DIVERGENCIAS
        MOVE W-QTDE-FALTA TO MASC-QTDE
        MOVE SPACES TO W-LINHA-REL
        STRING "CALCLOGIX.DAT sem correspondente para" MASC-QTDE
               " registro(s) de RESULTADOS.DAT"
               DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
        PERFORM Imprime-Linha
     END-IF.
*> O caminho inverso também é anomalia: a trilha é selecionada pelo
*> run ID, então registro da rodada a mais no CALCLOGIX.DAT significa
*> gravação perdida em RESULTADOS.DAT (abend entre Grava-Auditoria e
*> Grava-Resultado-Batch). Sem este teste, a rodada fecharia "IN
*> BALANCE" com cálculo sumido do arquivo de resultados.
        MOVE W-QTDE-FALTA TO MASC-QTDE
        MOVE SPACES TO W-LINHA-REL
        STRING "RESULTADOS.DAT sem correspondente para" MASC-QTDE
               " registro(s) da rodada em CALCLOGIX.DAT"
               DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
        PERFORM Imprime-Linha
*> Posiciona cada arquivo no primeiro registro da rodada: RESULTADOS é
*> a rodada inteira; no CSV pula as linhas COM referência que sobram
*> além da janela conciliada (a leitura filtrada já descarta cabeçalho
*> e linhas sem REF). A trilha não precisa de pulo: o índice por
*> rodada é posicionado direto na primeira entrada da rodada alvo.
     PERFORM VARYING W-IDX-PULA FROM 1 BY 1
              UNTIL W-IDX-PULA > W-PULA-RESULTADOS
        READ ARQ-RESULTADOS
              UNTIL W-IDX-PULA > W-PULA-INTERFACE
        PERFORM Le-Interface-Dados
     END-PERFORM.
     PERFORM Posiciona-Indice-Rodada.

 Le-Auditoria-Rodada.
*> Avança o índice por rodada até a próxima entrada com registro da
*> rodada alvo no mestre (entrada sem registro é pulada - já contada
*> na primeira passada), ou até sair da rodada.
     MOVE "N" TO W-FIM-AUDITORIA.
     PERFORM UNTIL FIM-AUDITORIA
        READ ARQ-RUNIX NEXT RECORD
           AT END MOVE "S" TO W-FIM-AUDITORIA
           NOT AT END
              IF RN-RUN-ID NOT = W-RUN-ALVO
                 MOVE "S" TO W-FIM-AUDITORIA
              ELSE
                 PERFORM Le-Mestre-Indice
                 IF ACHOU-MESTRE
                    MOVE "S" TO W-FIM-AUDITORIA
                 END-IF
              END-IF
