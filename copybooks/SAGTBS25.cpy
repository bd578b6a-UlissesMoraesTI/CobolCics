      *===============================================================*
      *                                                               *
      *   ULISSES & MORAES INFORMATICA S/C LTDA                       *
      *                                                               *
      *   BOOK          : SAGTBS25 (DCLGEN)                           *
      *   TABELA DB2    : DB2.SAGTBS25_PRE_REQUISITOS                 *
      *   OBJETIVO      : PRE-REQUISITOS ENTRE CURSOS DAS SEQUENCIAS  *
      *                   DE MODULOS (BASICO, INTERMEDIARIO,          *
      *                   AVANCADO): UMA LINHA POR CURSO E CURSO      *
      *                   PRE-REQUISITO. TODA NOVA MATRICULA NO CURSO *
      *                   (SAGBB028, SAGBB033, SAGBB064 E A PROMOCAO  *
      *                   DA LISTA DE ESPERA - SAGBB051) EXIGE        *
      *                   MATRICULA APROVADA (IC_RESULTADO 'A') DO    *
      *                   ALUNO EM CADA UM DOS SEUS PRE-REQUISITOS.   *
      *                   COM IC_REMATRICULA 'S' O CURSO E O MODULO   *
      *                   SEGUINTE DO PRE-REQUISITO, PARA O QUAL A    *
      *                   REMATRICULA AUTOMATICA (SAGBB064) LEVA OS   *
      *                   APROVADOS DA TURMA ENCERRADA. MANTIDA PELA  *
      *                   SECRETARIA VIA DBA                          *
      *                                                               *
      *   OBSERVACAO    : ITENS COM O PREFIXO PRE- PARA NAO COLIDIR   *
      *                   COM OS HOST-VARIABLES DAS DEMAIS BOOKS      *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : CRIACAO - DESENVOLVIMENTO                     *
      *===============================================================*
      *
      *    EXEC SQL DECLARE SAGTBS25_PRE_REQUISITOS TABLE
      *    ( CO_CURSO           INTEGER        NOT NULL,
      *      CO_CURSO_PRE       INTEGER        NOT NULL,
      *      IC_REMATRICULA     CHAR(01)       NOT NULL,
      *      DT_INCLUSAO        DATE           NOT NULL )
      *    END-EXEC.
      *
      *        --- CHAVE: CO_CURSO + CO_CURSO_PRE ---------------------
      *        --- INDICE: CO_CURSO_PRE -------------------------------
      *        --- DOMINIO DE IC_REMATRICULA --------------------------
      *        S = CO_CURSO E O MODULO SEGUINTE DE CO_CURSO_PRE       *
      *            (REMATRICULA AUTOMATICA DOS APROVADOS)             *
      *        N = SO PRE-REQUISITO (SEM REMATRICULA AUTOMATICA)      *
      *---------------------------------------------------------------*
      *
       01          DCLSAGTBS25-PRE-REQUISITOS.
           03      PRE-CO-CURSO            PIC     S9(009) COMP.
           03      PRE-CO-CURSO-PRE        PIC     S9(009) COMP.
           03      PRE-IC-REMATRICULA      PIC     X(001).
             88    PRE-REMATRICULA-AUTO               VALUE 'S'.
             88    PRE-SO-PRE-REQUISITO               VALUE 'N'.
           03      PRE-DT-INCLUSAO         PIC     X(010).
      *
      *===============================================================*
