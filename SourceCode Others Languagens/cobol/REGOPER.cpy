      *> REGOPER.cpy - layout do registro do cadastro de operadores
      *> (CALCOPER.DAT), um por operador. Mantido pela segurança no
      *> editor; lido na identificação (sign-on) dos membros de
      *> manutenção - CalcManut, CalcDia, CalcDisposicao e CalcArquiva -
      *> que limitam o que cada papel pode fazer e registram as ações
      *> sensíveis em CALCSEG.DAT (ver REGSEG.cpy).
 01 REG-OPERADOR.
    02 OP-ID              PIC X(08).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 OP-SENHA           PIC X(08).
    02 FILLER             PIC X(02) VALUE SPACES.
*> Papel do operador: S = supervisor (tudo, inclusive fechar o dia,
*> justificar exceção e expurgar a trilha), O = operador (liberar o
*> lote, abrir o dia, corrigir/reabrir exceção), D = digitador (só a
*> digitação do lote no CalcManut).
    02 OP-PAPEL           PIC X(01).
       88 OP-SUPERVISOR          VALUE "S".
       88 OP-OPERADOR            VALUE "O".
       88 OP-DIGITADOR           VALUE "D".
    02 FILLER             PIC X(02) VALUE SPACES.
    02 OP-NOME            PIC X(30).
    02 FILLER             PIC X(02) VALUE SPACES.
*> B = bloqueado (desligado ou afastado): o registro fica no cadastro
*> para o log de segurança continuar dizendo quem era o ID, mas a
*> identificação é recusada. Em branco = ativo.
    02 OP-SITUACAO        PIC X(01).
       88 OP-ATIVO               VALUE "A" " ".
       88 OP-BLOQUEADO           VALUE "B".
