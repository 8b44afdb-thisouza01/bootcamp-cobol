      *---------------------------------------------------------------*
      * COPYBOOK: JOBHIST.cpy                                         *
      * Descricao: Linhas do historico permanente de execucoes dos    *
      *            jobs (jobhist.txt, uma linha por inicio/fim/erro/  *
      *            destrave gravada pelo JOBCTRL) e do arquivo de     *
      *            alertas do plantao (jobalert.txt: job que passou   *
      *            do multiplo da sua media -- D -- ou que nao        *
      *            comecou ate a hora prevista na agenda -- A).       *
      *            Lidos pelo JOBTEND (tendencia) e pelo JOBVIEW.     *
      *            Campos separados por ";" em posicoes fixas.        *
      * Historico de alteracoes:                                      *
      *   15/10/2026 TS  Criacao                                      *
      *---------------------------------------------------------------*
       01  WK-LINHA-HIST.
           05 HIS-DATA-HORA            PIC 9(14) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ";".
           05 HIS-JOB                  PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE ";".
           05 HIS-EVENTO               PIC X(01) VALUE SPACES.
               88 HIS-INICIO           VALUE "I".
               88 HIS-FIM              VALUE "F".
               88 HIS-ERRO             VALUE "E".
               88 HIS-DESTRAVE         VALUE "L".
           05 FILLER                   PIC X(01) VALUE ";".
           05 HIS-CONTADOR             PIC 9(06) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ";".
      *---> SEGUNDOS ENTRE O INICIO E ESTE EVENTO (ZERO NO INICIO)
           05 HIS-DURACAO              PIC 9(06) VALUE ZEROS.
      *
       01  WK-LINHA-ALERTA.
           05 ALE-DATA-HORA            PIC 9(14) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ";".
           05 ALE-JOB                  PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE ";".
           05 ALE-TIPO                 PIC X(01) VALUE SPACES.
               88 ALE-DURACAO          VALUE "D".
               88 ALE-ATRASO           VALUE "A".
           05 FILLER                   PIC X(01) VALUE ";".
           05 ALE-DETALHE              PIC X(60) VALUE SPACES.
      *---------------------------------------------------------------*
