       >>SOURCE FORMAT FREE
      *> CalcAcumula: comparativo mensal e anual por área de origem.
      *>
      *> O CalcTotais refaz os totais relendo o CALCLOG.DAT - e depois
      *> que o CalcArquiva leva os meses antigos para as gerações
      *> CALCLOG-AAMM.DAT, ninguém tira um número do mês ou do ano sem
      *> costurar arquivos à mão. A Calculadora passou a lançar cada
      *> rodada batch em ordem no mestre acumulador (CALCACUM.DAT, ver
      *> REGACUM.cpy), virado de mês pelo CalcDia; este membro lê o
      *> mestre e imprime, por origem, o mês pedido (MTD) e o ano até o
      *> mês (YTD) lado a lado com o mesmo período do ano anterior e a
      *> diferença: cálculos, estornos, erros e a soma dos resultados de
      *> cada operação. O total geral sai no fim.
      *>
      *> Mês pedido em AAMM (ENTER = mês do dia de processamento em
      *> CALCDATA.DAT, ou da máquina sem o controle). Origem que só teve
      *> movimento no ano anterior também sai, com o ano corrente zerado.
      *> =====================================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  CalcAcumula.
ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 Special-names.
 Decimal-point is comma.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ARQ-ACUMULADO ASSIGN TO "CALCACUM.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AC-CHAVE
            FILE STATUS IS FS-ACUMULADO.
     SELECT ARQ-DATA-PROC ASSIGN TO "CALCDATA.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-DATA-PROC.
*> Relatório impresso (RELACU-AAMMDD.REP), nome datado como nos demais
*> relatórios da suite.
     SELECT ARQ-RELATORIO ASSIGN TO W-NOME-RELATORIO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-RELATORIO.
 DATA DIVISION.
 FILE SECTION.
 FD  ARQ-ACUMULADO.
*> Layout compartilhado com a Calculadora/CalcDia - ver REGACUM.cpy.
     COPY REGACUM.
 FD  ARQ-DATA-PROC.
*> Layout compartilhado com o CalcDia - ver REGDATA.cpy.
     COPY REGDATA.
 FD  ARQ-RELATORIO.
  01 REG-RELATORIO          PIC X(132).
 WORKING-STORAGE SECTION.
 01 FS-ACUMULADO           PIC X(02) VALUE "00".
    88 FS-ACUMULADO-OK            VALUE "00".
    88 FS-ACUMULADO-NAO-EXISTE    VALUE "35".
 01 FS-DATA-PROC           PIC X(02) VALUE "00".
    88 FS-DATA-PROC-OK            VALUE "00".
 01 FS-RELATORIO           PIC X(02) VALUE "00".
    88 FS-RELATORIO-OK            VALUE "00".
 01 W-FIM-ACUMULADO        PIC X(01) VALUE "N".
    88 FIM-ACUMULADO               VALUE "S".
*> Mês pedido e o mesmo mês do ano anterior (AAMM).
 01 W-PERIODO-TXT          PIC X(04) VALUE SPACES.
 01 W-PERIODO.
    02 W-PER-ANO           PIC 9(02) VALUE ZEROS.
    02 W-PER-MES           PIC 9(02) VALUE ZEROS.
 01 W-ANTERIOR.
    02 W-ANT-ANO           PIC 9(02) VALUE ZEROS.
    02 W-ANT-MES           PIC 9(02) VALUE ZEROS.
*> Blocos por origem, no layout de AC-TOTAIS (REGACUM.cpy): 1 = mês
*> pedido, 2 = mesmo mês do ano anterior, 3 = ano até o mês pedido,
*> 4 = ano anterior até o mesmo mês. O ano vem do registro mais recente
*> do ano até o mês pedido (o da origem sem movimento no próprio mês
*> fica no último mês em que ela lançou). 200 origens cobrem com folga
*> as áreas que entregam arquivo; o excedente é contado e anunciado. A
*> entrada 201 guarda o total geral.
 01 TAB-ORIGENS.
    02 RA-ENTRADA OCCURS 201.
       03 RA-ORIGEM          PIC X(10).
       03 RA-BLOCO OCCURS 4.
          04 FILLER          PIC X(02).
          04 RA-QTDE         PIC 9(07).
          04 FILLER          PIC X(02).
          04 RA-ESTORNOS     PIC 9(07).
          04 FILLER          PIC X(02).
          04 RA-ERROS        PIC 9(07).
          04 RA-SOMA-OP      PIC S9(15)V99 SIGN IS LEADING SEPARATE
                             OCCURS 7.
 01 W-QTDE-ORIGENS         PIC 9(03) VALUE ZEROS.
 01 W-IDX-ORIG             PIC 9(03) VALUE ZEROS.
 01 W-IDX-BUSCA            PIC 9(03) VALUE ZEROS.
 01 W-IDX-TOTAL            PIC 9(03) VALUE 201.
 01 W-IDX-BLOCO            PIC 9(01) VALUE ZEROS.
 01 W-IDX-OP               PIC 9(01) VALUE ZEROS.
 01 W-BLOCO-ATUAL          PIC 9(01) VALUE ZEROS.
 01 W-BLOCO-ANTERIOR       PIC 9(01) VALUE ZEROS.
 01 W-ORIGEM-ACHADA        PIC X(01) VALUE "N".
    88 ORIGEM-ACHADA               VALUE "S".
 01 W-QTDE-REG-FORA        PIC 9(07) VALUE ZEROS.
 01 TAB-NOMES-OP-VALORES.
    02 FILLER              PIC X(14) VALUE "Soma".
    02 FILLER              PIC X(14) VALUE "Subtracao".
    02 FILLER              PIC X(14) VALUE "Multiplicacao".
    02 FILLER              PIC X(14) VALUE "Divisao".
    02 FILLER              PIC X(14) VALUE "Percentual".
    02 FILLER              PIC X(14) VALUE "Media".
    02 FILLER              PIC X(14) VALUE "Resto".
 01 TAB-NOMES-OP REDEFINES TAB-NOMES-OP-VALORES.
    02 NOME-OP             PIC X(14) OCCURS 7.
*> Linha de item do comparativo: atual, ano anterior e a diferença.
 01 W-ITEM-NOME            PIC X(14) VALUE SPACES.
 01 W-ITEM-CONTAGEM        PIC X(01) VALUE "N".
    88 ITEM-CONTAGEM               VALUE "S".
 01 W-VALOR-ATUAL          PIC S9(15)V99 VALUE ZEROS.
 01 W-VALOR-ANTERIOR       PIC S9(15)V99 VALUE ZEROS.
 01 W-VALOR-DIFERENCA      PIC S9(15)V99 VALUE ZEROS.
 01 MASC-VALOR             PIC -(15)9,99.
 01 MASC-CONTAGEM          PIC -(18)9.
 01 MASC-QTDE              PIC ZZZ.ZZ9.
*> Apoio do relatório impresso - mesmo esquema dos demais relatórios.
 01 W-NOME-RELATORIO       PIC X(20) VALUE SPACES.
 01 W-LINHA-REL            PIC X(132) VALUE SPACES.
 01 W-QTDE-LINHAS          PIC 9(02) VALUE 99.
 01 W-LINHAS-POR-PAGINA    PIC 9(02) VALUE 56.
 01 W-QTDE-PAGINAS         PIC 9(04) VALUE ZEROS.
 01 MASC-PAGINA            PIC ZZZ9.
 01 W-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
 01 DATA-DO-SISTEMA.
    02 ANO                 PIC 9(02) VALUE ZEROS.
    02 MES                 PIC 9(02) VALUE ZEROS.
    02 DIA                 PIC 9(02) VALUE ZEROS.
 PROCEDURE DIVISION.
 Inicio.
     DISPLAY "===== CALCACUMULA - COMPARATIVO MENSAL E ANUAL POR ORIGEM =====".
     ACCEPT DATA-DO-SISTEMA FROM DATE.
     ACCEPT W-HORA-SISTEMA FROM TIME.
     PERFORM Recebe-Periodo.
     PERFORM Carrega-Acumulados.
     IF W-QTDE-ORIGENS = 0
        DISPLAY "Nenhum acumulado para o mes " W-PER-MES "/" W-PER-ANO
                " nem para o mesmo mes do ano anterior."
        STOP RUN
     END-IF.
     INITIALIZE RA-ENTRADA (W-IDX-TOTAL).
     MOVE "TOTAL GERAL" TO RA-ORIGEM (W-IDX-TOTAL).
     PERFORM VARYING W-IDX-ORIG FROM 1 BY 1
              UNTIL W-IDX-ORIG > W-QTDE-ORIGENS
        PERFORM Soma-Total-Geral
     END-PERFORM.
     PERFORM Abre-Relatorio.
     PERFORM VARYING W-IDX-ORIG FROM 1 BY 1
              UNTIL W-IDX-ORIG > W-QTDE-ORIGENS
        PERFORM Imprime-Origem
     END-PERFORM.
     MOVE W-IDX-TOTAL TO W-IDX-ORIG.
     PERFORM Imprime-Origem.
     IF W-QTDE-REG-FORA > 0
        MOVE W-QTDE-REG-FORA TO MASC-QTDE
        MOVE SPACES TO W-LINHA-REL
        STRING "Registros de origens alem de 200 fora do relatorio: "
               MASC-QTDE DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
        PERFORM Imprime-Linha
     END-IF.
     PERFORM Encerra-Relatorio.
     STOP RUN.

 Recebe-Periodo.
     DISPLAY "Mes (AAMM, ENTER=mes do dia de processamento): "
             WITH NO ADVANCING.
     ACCEPT W-PERIODO-TXT.
     IF W-PERIODO-TXT = SPACES
        PERFORM Le-Data-Processo
     ELSE
        IF W-PERIODO-TXT IS NOT NUMERIC
           DISPLAY "Mes invalido - informe AAMM numerico."
           STOP RUN
        END-IF
        MOVE W-PERIODO-TXT TO W-PERIODO
        IF W-PER-MES < 1 OR W-PER-MES > 12
           DISPLAY "Mes invalido - informe AAMM numerico."
           STOP RUN
        END-IF
     END-IF.
     IF W-PER-ANO = 0
        MOVE 99 TO W-ANT-ANO
     ELSE
        COMPUTE W-ANT-ANO = W-PER-ANO - 1
     END-IF.
     MOVE W-PER-MES TO W-ANT-MES.

 Le-Data-Processo.
*> Mês do dia contábil em CALCDATA.DAT; sem o controle, o da máquina.
     MOVE ANO TO W-PER-ANO.
     MOVE MES TO W-PER-MES.
     OPEN INPUT ARQ-DATA-PROC.
     IF FS-DATA-PROC-OK
        READ ARQ-DATA-PROC
           AT END CONTINUE
           NOT AT END
              IF DT-DATA-PROC IS NUMERIC
                 MOVE DT-ANO TO W-PER-ANO
                 MOVE DT-MES TO W-PER-MES
              END-IF
        END-READ
        CLOSE ARQ-DATA-PROC
     END-IF.

 Carrega-Acumulados.
*> Varre o mestre inteiro (chave origem + período, em ordem): dentro
*> de cada origem os meses vêm em ordem crescente, então o último
*> registro até o mês pedido de cada ano fica com o acumulado do ano.
     OPEN INPUT ARQ-ACUMULADO.
     IF FS-ACUMULADO-NAO-EXISTE
        DISPLAY "CALCACUM.DAT nao encontrado - nenhuma rodada lancada."
        STOP RUN
     END-IF.
     IF NOT FS-ACUMULADO-OK
        DISPLAY "CALCACUM.DAT nao pode ser aberto - status " FS-ACUMULADO
        STOP RUN
     END-IF.
     MOVE LOW-VALUES TO AC-CHAVE.
     MOVE "N" TO W-FIM-ACUMULADO.
     START ARQ-ACUMULADO KEY IS >= AC-CHAVE
        INVALID KEY MOVE "S" TO W-FIM-ACUMULADO
     END-START.
     PERFORM Trata-Acumulado UNTIL FIM-ACUMULADO.
     CLOSE ARQ-ACUMULADO.

 Trata-Acumulado.
     READ ARQ-ACUMULADO NEXT RECORD
        AT END MOVE "S" TO W-FIM-ACUMULADO
     END-READ.
     IF NOT FIM-ACUMULADO AND NOT AC-CONTROLE
        IF (AC-ANO = W-PER-ANO OR AC-ANO = W-ANT-ANO)
           AND AC-MES NOT > W-PER-MES
           PERFORM Localiza-Origem
           IF W-IDX-ORIG > 0
              IF AC-ANO = W-PER-ANO
                 IF AC-MES = W-PER-MES
                    MOVE AC-TOTAIS (2) TO RA-BLOCO (W-IDX-ORIG 1)
                 END-IF
                 MOVE AC-TOTAIS (3) TO RA-BLOCO (W-IDX-ORIG 3)
              ELSE
                 IF AC-MES = W-PER-MES
                    MOVE AC-TOTAIS (2) TO RA-BLOCO (W-IDX-ORIG 2)
                 END-IF
                 MOVE AC-TOTAIS (3) TO RA-BLOCO (W-IDX-ORIG 4)
              END-IF
           END-IF
        END-IF
     END-IF.

 Localiza-Origem.
*> Devolve em W-IDX-ORIG a entrada da origem (criada na primeira vez);
*> zero quando a tabela está cheia.
     MOVE "N" TO W-ORIGEM-ACHADA.
     MOVE ZEROS TO W-IDX-ORIG.
     PERFORM VARYING W-IDX-BUSCA FROM 1 BY 1
              UNTIL W-IDX-BUSCA > W-QTDE-ORIGENS OR ORIGEM-ACHADA
        IF RA-ORIGEM (W-IDX-BUSCA) = AC-ORIGEM
           MOVE "S" TO W-ORIGEM-ACHADA
           MOVE W-IDX-BUSCA TO W-IDX-ORIG
        END-IF
     END-PERFORM.
     IF NOT ORIGEM-ACHADA
        IF W-QTDE-ORIGENS < 200
           ADD 1 TO W-QTDE-ORIGENS
           MOVE W-QTDE-ORIGENS TO W-IDX-ORIG
           INITIALIZE RA-ENTRADA (W-IDX-ORIG)
           MOVE AC-ORIGEM TO RA-ORIGEM (W-IDX-ORIG)
        ELSE
           ADD 1 TO W-QTDE-REG-FORA
        END-IF
     END-IF.

 Soma-Total-Geral.
     PERFORM VARYING W-IDX-BLOCO FROM 1 BY 1 UNTIL W-IDX-BLOCO > 4
        ADD RA-QTDE (W-IDX-ORIG W-IDX-BLOCO)
         TO RA-QTDE (W-IDX-TOTAL W-IDX-BLOCO)
        ADD RA-ESTORNOS (W-IDX-ORIG W-IDX-BLOCO)
         TO RA-ESTORNOS (W-IDX-TOTAL W-IDX-BLOCO)
        ADD RA-ERROS (W-IDX-ORIG W-IDX-BLOCO)
         TO RA-ERROS (W-IDX-TOTAL W-IDX-BLOCO)
        PERFORM VARYING W-IDX-OP FROM 1 BY 1 UNTIL W-IDX-OP > 7
           ADD RA-SOMA-OP (W-IDX-ORIG W-IDX-BLOCO W-IDX-OP)
            TO RA-SOMA-OP (W-IDX-TOTAL W-IDX-BLOCO W-IDX-OP)
        END-PERFORM
     END-PERFORM.

 Abre-Relatorio.
*> Abre o comparativo do dia (RELACU-AAMMDD.REP). Falha na abertura
*> interrompe: o papel não pode sumir em silêncio enquanto a tela
*> segue normal.
     MOVE SPACES TO W-NOME-RELATORIO.
     STRING "RELACU-" ANO MES DIA ".REP" DELIMITED BY SIZE
            INTO W-NOME-RELATORIO
     END-STRING.
     OPEN OUTPUT ARQ-RELATORIO.
     IF NOT FS-RELATORIO-OK
        DISPLAY FUNCTION TRIM(W-NOME-RELATORIO)
                " nao pode ser gravado - status " FS-RELATORIO
        STOP RUN
     END-IF.

 Imprime-Cabecalho.
*> Cabeçalho de página: título, mês comparado, emissão e página,
*> repetido a cada quebra - mesmo feitio dos demais relatórios.
     ADD 1 TO W-QTDE-PAGINAS.
     MOVE W-QTDE-PAGINAS TO MASC-PAGINA.
     MOVE SPACES TO REG-RELATORIO.
     STRING "CALCACUMULA - COMPARATIVO MENSAL E ANUAL POR ORIGEM"
            DELIMITED BY SIZE INTO REG-RELATORIO
     END-STRING.
     MOVE "PAGINA" TO REG-RELATORIO (62:6).
     MOVE MASC-PAGINA TO REG-RELATORIO (70:4).
     WRITE REG-RELATORIO.
     MOVE SPACES TO REG-RELATORIO.
     STRING "EMISSAO: " DIA "/" MES "/" ANO " "
            W-HORA-SISTEMA (1:2) ":" W-HORA-SISTEMA (3:2) ":"
            W-HORA-SISTEMA (5:2)
            "   MES: " W-PER-MES "/" W-PER-ANO
            " X " W-ANT-MES "/" W-ANT-ANO
            DELIMITED BY SIZE INTO REG-RELATORIO
     END-STRING.
     WRITE REG-RELATORIO.
     MOVE SPACES TO REG-RELATORIO.
     MOVE ALL "-" TO REG-RELATORIO (1:74).
     WRITE REG-RELATORIO.
     MOVE 3 TO W-QTDE-LINHAS.

 Imprime-Linha.
*> Toda linha sai na tela E no arquivo impresso; a quebra de página
*> reimprime o cabeçalho.
     IF W-QTDE-LINHAS >= W-LINHAS-POR-PAGINA
        PERFORM Imprime-Cabecalho
     END-IF.
     DISPLAY W-LINHA-REL (1:76).
     MOVE W-LINHA-REL TO REG-RELATORIO.
     WRITE REG-RELATORIO.
     ADD 1 TO W-QTDE-LINHAS.

 Encerra-Relatorio.
     CLOSE ARQ-RELATORIO.
     DISPLAY "Relatorio gravado em " FUNCTION TRIM(W-NOME-RELATORIO).

 Imprime-Origem.
*> Quadro de uma origem (ou do total geral): o mês e o ano, cada um
*> com o atual, o do ano anterior e a diferença. O quadro não é
*> partido entre páginas.
     IF W-QTDE-LINHAS + 30 > W-LINHAS-POR-PAGINA
        MOVE 99 TO W-QTDE-LINHAS
     END-IF.
     MOVE SPACES TO W-LINHA-REL.
     IF W-IDX-ORIG = W-IDX-TOTAL
        MOVE "TOTAL GERAL DE TODAS AS ORIGENS" TO W-LINHA-REL
     ELSE
        STRING "ORIGEM: " RA-ORIGEM (W-IDX-ORIG)
               DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
     END-IF.
     PERFORM Imprime-Linha.
     MOVE SPACES TO W-LINHA-REL.
     PERFORM Imprime-Linha.
     MOVE SPACES TO W-LINHA-REL.
     MOVE "MES" TO W-LINHA-REL (1:3).
     STRING W-PER-MES "/" W-PER-ANO DELIMITED BY SIZE
            INTO W-LINHA-REL (30:5)
     END-STRING.
     STRING W-ANT-MES "/" W-ANT-ANO DELIMITED BY SIZE
            INTO W-LINHA-REL (50:5)
     END-STRING.
     MOVE "DIFERENCA" TO W-LINHA-REL (66:9).
     PERFORM Imprime-Linha.
     MOVE 1 TO W-BLOCO-ATUAL.
     MOVE 2 TO W-BLOCO-ANTERIOR.
     PERFORM Imprime-Bloco.
     MOVE SPACES TO W-LINHA-REL.
     PERFORM Imprime-Linha.
     MOVE SPACES TO W-LINHA-REL.
     MOVE "ANO" TO W-LINHA-REL (1:3).
     STRING "ATE " W-PER-MES "/" W-PER-ANO DELIMITED BY SIZE
            INTO W-LINHA-REL (26:9)
     END-STRING.
     STRING "ATE " W-ANT-MES "/" W-ANT-ANO DELIMITED BY SIZE
            INTO W-LINHA-REL (46:9)
     END-STRING.
     MOVE "DIFERENCA" TO W-LINHA-REL (66:9).
     PERFORM Imprime-Linha.
     MOVE 3 TO W-BLOCO-ATUAL.
     MOVE 4 TO W-BLOCO-ANTERIOR.
     PERFORM Imprime-Bloco.
     MOVE SPACES TO W-LINHA-REL.
     MOVE ALL "-" TO W-LINHA-REL (1:74).
     PERFORM Imprime-Linha.

 Imprime-Bloco.
*> Contagens e, por operação, a soma dos resultados lançados (líquida
*> dos estornos, que entram com o sinal trocado).
     MOVE "S" TO W-ITEM-CONTAGEM.
     MOVE "Calculos" TO W-ITEM-NOME.
     MOVE RA-QTDE (W-IDX-ORIG W-BLOCO-ATUAL)     TO W-VALOR-ATUAL.
     MOVE RA-QTDE (W-IDX-ORIG W-BLOCO-ANTERIOR)  TO W-VALOR-ANTERIOR.
     PERFORM Imprime-Item.
     MOVE "Estornos" TO W-ITEM-NOME.
     MOVE RA-ESTORNOS (W-IDX-ORIG W-BLOCO-ATUAL)    TO W-VALOR-ATUAL.
     MOVE RA-ESTORNOS (W-IDX-ORIG W-BLOCO-ANTERIOR) TO W-VALOR-ANTERIOR.
     PERFORM Imprime-Item.
     MOVE "Erros" TO W-ITEM-NOME.
     MOVE RA-ERROS (W-IDX-ORIG W-BLOCO-ATUAL)    TO W-VALOR-ATUAL.
     MOVE RA-ERROS (W-IDX-ORIG W-BLOCO-ANTERIOR) TO W-VALOR-ANTERIOR.
     PERFORM Imprime-Item.
     MOVE "N" TO W-ITEM-CONTAGEM.
     PERFORM VARYING W-IDX-OP FROM 1 BY 1 UNTIL W-IDX-OP > 7
        MOVE NOME-OP (W-IDX-OP) TO W-ITEM-NOME
        MOVE RA-SOMA-OP (W-IDX-ORIG W-BLOCO-ATUAL W-IDX-OP)
          TO W-VALOR-ATUAL
        MOVE RA-SOMA-OP (W-IDX-ORIG W-BLOCO-ANTERIOR W-IDX-OP)
          TO W-VALOR-ANTERIOR
        PERFORM Imprime-Item
     END-PERFORM.

 Imprime-Item.
     COMPUTE W-VALOR-DIFERENCA = W-VALOR-ATUAL - W-VALOR-ANTERIOR.
     MOVE SPACES TO W-LINHA-REL.
     MOVE W-ITEM-NOME TO W-LINHA-REL (1:14).
     IF ITEM-CONTAGEM
        MOVE W-VALOR-ATUAL     TO MASC-CONTAGEM
        MOVE MASC-CONTAGEM     TO W-LINHA-REL (16:19)
        MOVE W-VALOR-ANTERIOR  TO MASC-CONTAGEM
        MOVE MASC-CONTAGEM     TO W-LINHA-REL (36:19)
        MOVE W-VALOR-DIFERENCA TO MASC-CONTAGEM
        MOVE MASC-CONTAGEM     TO W-LINHA-REL (56:19)
     ELSE
        MOVE W-VALOR-ATUAL     TO MASC-VALOR
        MOVE MASC-VALOR        TO W-LINHA-REL (16:19)
        MOVE W-VALOR-ANTERIOR  TO MASC-VALOR
        MOVE MASC-VALOR        TO W-LINHA-REL (36:19)
        MOVE W-VALOR-DIFERENCA TO MASC-VALOR
        MOVE MASC-VALOR        TO W-LINHA-REL (56:19)
     END-IF.
     PERFORM Imprime-Linha.
