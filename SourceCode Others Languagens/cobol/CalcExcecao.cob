      *> arquivo de entrada. Este membro roda depois do batch: lê os
      *> limites de CALCLIM.DAT (teto absoluto por campo de resultado e
      *> percentual máximo tolerado de observações de erro na rodada),
      *> lê os registros da última rodada registrada em CALCRUNS.DAT -
      *> direto pelo índice por rodada (CALCRUNIX.DAT) no mestre indexado
      *> da trilha (CALCLOGIX.DAT), sem varrer o CALCLOG.DAT inteiro -,
      *> grava cada estouro em CALCEXC.DAT com o registro ofensor e o
      *> limite violado, e imprime o relatório de exceções do supervisor
      *> - relatório vazio quer dizer noite limpa.
     SELECT ARQ-RUNCTL ASSIGN TO "CALCRUNS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-RUNCTL.
*> Mestre indexado da trilha, lido por chave a partir do índice por
*> rodada: só os registros da rodada monitorada são lidos.
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
     SELECT ARQ-EXCECOES ASSIGN TO "CALCEXC.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-EXCECOES.
 FD  ARQ-AUDITORIA.
*> Layout compartilhado com a Calculadora - ver REGAUDIT.cpy.
     COPY REGAUDIT.
 FD  ARQ-RUNIX.
*> Layout compartilhado com a Calculadora - ver REGRUNIX.cpy.
     COPY REGRUNIX.
 FD  ARQ-EXCECOES.
*> Layout compartilhado com o CalcDisposicao - ver REGEXCEC.cpy.
     COPY REGEXCEC.
 01 FS-AUDITORIA           PIC X(02) VALUE "00".
    88 FS-AUDITORIA-OK            VALUE "00".
    88 FS-AUDITORIA-NAO-EXISTE    VALUE "35".
 01 FS-RUNIX               PIC X(02) VALUE "00".
    88 FS-RUNIX-OK                VALUE "00".
    88 FS-RUNIX-NAO-EXISTE        VALUE "35".
 01 FS-EXCECOES            PIC X(02) VALUE "00".
    88 FS-EXCECOES-OK             VALUE "00".
    88 FS-EXCECOES-NAO-EXISTE     VALUE "35".
    88 FIM-LIMITES                 VALUE "S".
 01 W-FIM-RUNCTL           PIC X(01) VALUE "N".
    88 FIM-RUNCTL                  VALUE "S".
 01 W-ACHOU-MESTRE         PIC X(01) VALUE "N".
    88 ACHOU-MESTRE                VALUE "S".
 01 W-FIM-RUNIX            PIC X(01) VALUE "N".
    88 FIM-RUNIX                   VALUE "S".
*> Limites configurados: teto ausente fica com o flag em "N" e o campo
*> não é monitorado. Todos com duas casas - os valores monitorados
*> passaram a carregar centavos (ver DADOS.cpy); S9(14)V99 cobre até a
 01 W-QTDE-RODADA          PIC 9(07) VALUE ZEROS.
 01 W-QTDE-ERROS           PIC 9(07) VALUE ZEROS.
 01 W-QTDE-EXCECOES        PIC 9(07) VALUE ZEROS.
*> Entradas do índice por rodada sem registro correspondente no mestre
*> (drift entre os arquivos - o CalcReconstroi resolve).
 01 W-QTDE-SEM-MESTRE      PIC 9(07) VALUE ZEROS.
 01 W-PCT-ERRO             PIC 9(03) VALUE ZEROS.
*> Valores de-editados do registro corrente para comparação com o teto.
 01 W-CHK-INT              PIC S9(14)V99 VALUE ZEROS.
     DISPLAY "Rodada monitorada: " W-RUN-ALVO.
     OPEN INPUT ARQ-AUDITORIA.
     IF FS-AUDITORIA-NAO-EXISTE
        DISPLAY "CALCLOGIX.DAT nao encontrado - nada a monitorar."
        STOP RUN
     END-IF.
     IF NOT FS-AUDITORIA-OK
        DISPLAY "CALCLOGIX.DAT nao pode ser aberto - status " FS-AUDITORIA
        STOP RUN
     END-IF.
*> Sem o índice por rodada não há como chegar nos registros da rodada
*> - a Calculadora cria o índice na primeira gravação; ausente, ele
*> precisa ser refeito a partir da trilha.
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
*> EXTEND, não OUTPUT: as exceções acumulam entre rodadas com a
     IF NOT FS-EXCECOES-OK
        DISPLAY "CALCEXC.DAT nao pode ser gravado - status " FS-EXCECOES
        CLOSE ARQ-AUDITORIA
        CLOSE ARQ-RUNIX
        STOP RUN
     END-IF.
*> O relatorio datado e a ULTIMA abertura: nenhuma saida por "nada a
*> cabecalho arquivavel como se o relatorio do supervisor tivesse
*> rodado limpo - mesma ordem do CalcTotais.
     PERFORM Abre-Relatorio.
*> Posiciona no índice por rodada na primeira entrada da rodada
*> monitorada e segue enquanto a rodada for a mesma.
     MOVE "N" TO W-FIM-RUNIX.
     MOVE W-RUN-ALVO TO RN-RUN-ID.
     MOVE LOW-VALUES TO RN-AUD-CHAVE.
     START ARQ-RUNIX KEY IS >= RN-CHAVE
        INVALID KEY MOVE "S" TO W-FIM-RUNIX
     END-START.
     PERFORM Le-Indice-Rodada.
     PERFORM UNTIL FIM-RUNIX
        PERFORM Le-Auditoria
        PERFORM Le-Indice-Rodada
     END-PERFORM.
     CLOSE ARQ-AUDITORIA.
     CLOSE ARQ-RUNIX.
     PERFORM Verifica-Percentual-Erros.
     CLOSE ARQ-EXCECOES.
     PERFORM Imprime-Resumo.
        DISPLAY FUNCTION TRIM(W-NOME-RELATORIO)
                " nao pode ser gravado - status " FS-RELATORIO
        CLOSE ARQ-AUDITORIA
        CLOSE ARQ-RUNIX
        CLOSE ARQ-EXCECOES
        STOP RUN
     END-IF.
        END-IF
     END-IF.

 Le-Indice-Rodada.
     READ ARQ-RUNIX NEXT RECORD
        AT END MOVE "S" TO W-FIM-RUNIX
     END-READ.
     IF NOT FIM-RUNIX
        IF RN-RUN-ID NOT = W-RUN-ALVO
           MOVE "S" TO W-FIM-RUNIX
        END-IF
     END-IF.

 Le-Auditoria.
*> Lê no mestre o registro apontado pela entrada do índice. Entrada sem
*> registro, ou apontando para registro de outra rodada, não entra na
*> monitoração e é contada no resumo.
     MOVE RN-AUD-CHAVE TO AU-CHAVE.
     MOVE "S" TO W-ACHOU-MESTRE.
     READ ARQ-AUDITORIA
        INVALID KEY MOVE "N" TO W-ACHOU-MESTRE
     END-READ.
     IF ACHOU-MESTRE AND AU-RUN-ID = W-RUN-ALVO
        PERFORM Verifica-Registro
     ELSE
        ADD 1 TO W-QTDE-SEM-MESTRE
     END-IF.

 Verifica-Registro.
*> Um registro da rodada: conta para o percentual de erros e confronta
*> cada campo de resultado presente com o teto configurado. Coluna em
*> branco (operação não pedida) não é confrontada. Estorno conta na
*> rodada, mas não é erro (a observação dele é a ligação com o
*> original) nem é confrontado: desfaz um valor que já passou pelos
*> tetos na rodada do original.
     ADD 1 TO W-QTDE-RODADA.
     IF NOT AU-ESTORNO
        IF AU-OBSERVACAO NOT = "OK"
           ADD 1 TO W-QTDE-ERROS
        END-IF
        PERFORM Confronta-Campos
     END-IF.

 Confronta-Campos.
     IF TEM-LIM-SOMA AND AU-SOMA-X NOT = SPACES
        MOVE AU-SOMA TO W-CHK-INT
        MOVE "LIM-SOMA" TO W-CHK-NOME
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha.
     IF W-QTDE-SEM-MESTRE > 0
        MOVE W-QTDE-SEM-MESTRE TO MASC-QTDE
        MOVE SPACES TO W-LINHA-REL
        STRING "Indice sem registro no mestre ..: " MASC-QTDE
               "  (refazer com CalcReconstroi)"
               DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
        PERFORM Imprime-Linha
     END-IF.
     IF W-QTDE-EXCECOES = 0
        MOVE "*** NENHUMA EXCECAO - NOITE LIMPA ***" TO W-LINHA-REL
     ELSE
