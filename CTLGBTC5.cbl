       CBL CICS('COBOL3,EXCI') APOST
      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. CTLG (CATALOGO Z/OS CONNECT)
      * Programa.............. CTLGBTC5
      * Tipo    .............. Batch (EXCI - LINK ao CTLGMIR1 na regiao
      *                        CICS informada)
      * Finalidade ........... carga noturna do espelho local do
      *                        catalogo (VSAM CTLMIR01): pede ao
      *                        CTLGMIR1, na regiao informada, a mesma
      *                        carga da transacao ktlr - LIST de cada
      *                        departamento configurado (DEPTLIST do
      *                        CTLGMIR1 no PRMVSA01) e gravacao de
      *                        item, descricao, departamento, custo,
      *                        estoque e data/hora da carga. O CTLGAPIR
      *                        e o CTLGAPIL respondem a partir do
      *                        espelho quando o backend esta fora.
      *                        Resultado por SYSOUT e RUNHST01
      *                        (RUNREG01). Condicao de termino:
      *                          0  - todos os departamentos carregados
      *                          4  - carga parcial (departamento em
      *                               falha fica com a carga anterior)
      *                               ou cartao desconhecido
      *                          12 - nenhum departamento carregado,
      *                               regiao sem contato ou APPLID=
      *                               ausente
      *                        Parametros (cartao CTLPRM05):
      *                          APPLID=xxxxxxxx   regiao CICS (obrig.)
      * DSnames .............. B090290.CTLPRM05 (parametros)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CTLGBTC5.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CTLPRM05   ASSIGN TO CTLPRM05
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CTLPRM05.

       DATA           DIVISION.
       FILE SECTION.
       FD  CTLPRM05
           RECORDING MODE IS F.
       01  WK-CTLPRM05-REC                  PIC  X(080).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-CTLPRM05                    PIC  X(002) VALUE '00'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.

      *----------------------------------------------------------------*
      *   CONDICAO DE TERMINO GRADUADA PARA O SCHEDULER:
      *   0 = LIMPO   4 = CARGA PARCIAL OU CARTAO DESCONHECIDO
      *   12 = PARAMETRO INVALIDO, SEM CONTATO OU NADA CARREGADO
      *----------------------------------------------------------------*
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   PARAMETROS DO PASSO
      *----------------------------------------------------------------*
       01 WK-APPLID                         PIC  X(008) VALUE SPACES.

      *----------------------------------------------------------------*
      *   COMMAREA DO CTLGMIR1 - MESMO LAYOUT DE WK-COMM-MIR DE LA,
      *   MANTER SINCRONIZADOS
      *----------------------------------------------------------------*
       01 WK-COMM-MIR                       PIC  X(200) VALUE SPACES.
       01 WK-COMM-MIR-RESP REDEFINES WK-COMM-MIR.
          05 WK-COMM-RESULTADO              PIC  X(020).
          05 WK-COMM-DEPTOS                 PIC  9(003).
          05 WK-COMM-FALHAS                 PIC  9(003).
          05 WK-COMM-ITENS                  PIC  9(005).
          05 WK-COMM-NOVOS                  PIC  9(005).
          05 WK-COMM-DATA                   PIC  X(010).
          05 WK-COMM-HORA                   PIC  X(008).
          05 FILLER                         PIC  X(146).
       01 WK-COMM-LEN                       PIC S9(008) COMP
                                            VALUE 200.
       01 WK-RESULTADO                      PIC  X(020) VALUE SPACES.
           88 RESULTADO-OK                  VALUE 'EXECUTADO'.
           88 RESULTADO-PARCIAL             VALUE 'FALHA PARCIAL'.

      *----------------------------------------------------------------*
      *   AREA DE RETORNO DO LINK EXCI - MESMO LAYOUT DE
      *   EXCI-EXEC-RETURN-CODE (DFHXCPLO)
      *----------------------------------------------------------------*
       01 WK-EXCI-RETORNO.
          05 WK-EXCI-RESP                   PIC  9(008) COMP.
          05 WK-EXCI-RESP2                  PIC  9(008) COMP.
          05 WK-EXCI-ABCODE                 PIC  X(004).
          05 WK-EXCI-MSG-LEN                PIC  9(008) COMP.
          05 WK-EXCI-MSG-PTR                USAGE POINTER.

      *----------------------------------------------------------------*
      *   HISTORICO COMUM DE EXECUCAO (VSAM RUNHST01, VIA RUNREG01):
      *   INICIO/FIM/CONTADORES/CONDITION CODE CONSULTAVEIS PELO
      *   RUNINQ01 SEM CACADA NO JES; DD AUSENTE SO GERA AVISO
      *----------------------------------------------------------------*
       01 WK-PGM-RUNREG01                   PIC  X(008) VALUE
                                            'RUNREG01'.
       01 WK-RUNREG-AREA.
          05 WK-RUNREG-MODO                 PIC  X(001) VALUE 'I'.
          05 WK-RUNREG-PROGRAMA             PIC  X(008) VALUE
                                            'CTLGBTC5'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

       01 WK-CONTADORES.
          05 WK-QT-DEPTOS                   PIC  9(009) VALUE ZEROS.
          05 WK-QT-FALHAS                   PIC  9(009) VALUE ZEROS.
          05 WK-QT-ITENS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-NOVOS                    PIC  9(009) VALUE ZEROS.

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'CTLGBTC5 - ESPELHO DO CATALOGO  '.
          05 FILLER           PIC X(020) VALUE
             'DEPTOS CARREGADOS...'.
          05 WK-REL-DEPTOS    PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'DEPTOS EM FALHA.....'.
          05 WK-REL-FALHAS    PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'ITENS GRAVADOS......'.
          05 WK-REL-ITENS     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'ITENS NOVOS.........'.
          05 WK-REL-NOVOS     PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 050000-LER-PARAMETROS
           PERFORM 080000-VALIDA-PARAMETROS

           PERFORM 005000-REGISTRA-INICIO

           IF WK-RETORNO LESS 12
              PERFORM 200000-PEDE-CARGA
           END-IF

           PERFORM 950000-EMITIR-RESUMO
           PERFORM 955000-REGISTRA-FIM
           MOVE WK-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       005000-REGISTRA-INICIO.
      *----------------------------------------------------------------*
           MOVE 'I' TO WK-RUNREG-MODO
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT CTLPRM05

           IF WK-FS-CTLPRM05 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE CTLPRM05
           ELSE
              DISPLAY 'CTLGBTC5 - ERRO AO ABRIR CTLPRM05 FS='
                      WK-FS-CTLPRM05
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ CTLPRM05

           IF WK-FS-CTLPRM05 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-CTLPRM05-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-CTLPRM05-REC(1:7) EQUAL 'APPLID='
              MOVE WK-CTLPRM05-REC(8:8)  TO WK-APPLID
           ELSE
           IF WK-CTLPRM05-REC NOT EQUAL SPACES
              DISPLAY 'CTLGBTC5 - PARAMETRO DESCONHECIDO: '
                      WK-CTLPRM05-REC(1:20)
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       080000-VALIDA-PARAMETROS.
      *----------------------------------------------------------------*
           IF WK-APPLID EQUAL SPACES
              DISPLAY 'CTLGBTC5 - CARTAO APPLID= AUSENTE'
              MOVE 12 TO WK-RETORNO
           END-IF.

      *----------------------------------------------------------------*
       200000-PEDE-CARGA.
      *----------------------------------------------------------------*
      * A CARGA INTEIRA RODA NA REGIAO (LIST VIA BAQCRTRY, GRAVACAO NO
      * CTLMIR01); AQUI SO O RESULTADO E OS CONTADORES VOLTAM
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-COMM-MIR

           EXEC CICS LINK PROGRAM   ('CTLGMIR1')
                          APPLID    (WK-APPLID)
                          COMMAREA  (WK-COMM-MIR)
                          LENGTH    (WK-COMM-LEN)
                          DATALENGTH(WK-COMM-LEN)
                          RETCODE   (WK-EXCI-RETORNO)
                          SYNCONRETURN
           END-EXEC

           IF WK-EXCI-RESP NOT EQUAL ZEROS
              MOVE 'SEM CONTATO CICS'  TO WK-RESULTADO
              DISPLAY 'CTLGBTC5 - LINK EXCI FALHOU RESP='
                      WK-EXCI-RESP ' RESP2=' WK-EXCI-RESP2
                      ' ABCODE=' WK-EXCI-ABCODE
           ELSE
              MOVE WK-COMM-RESULTADO   TO WK-RESULTADO
              IF WK-COMM-DEPTOS NUMERIC
                 MOVE WK-COMM-DEPTOS   TO WK-QT-DEPTOS
                 MOVE WK-COMM-FALHAS   TO WK-QT-FALHAS
                 MOVE WK-COMM-ITENS    TO WK-QT-ITENS
                 MOVE WK-COMM-NOVOS    TO WK-QT-NOVOS
              END-IF
           END-IF

           DISPLAY 'CTLGBTC5 ' WK-APPLID ' CARGA CTLMIR01 '
                   WK-RESULTADO

           IF RESULTADO-OK
              CONTINUE
           ELSE
           IF RESULTADO-PARCIAL
              DISPLAY 'CTLGBTC5 - DEPARTAMENTO(S) EM FALHA MANTEM A '
                      'CARGA ANTERIOR NO ESPELHO'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           ELSE
              DISPLAY '*** ALERTA *** CTLGBTC5 - ESPELHO CTLMIR01 NAO '
                      'ATUALIZADO NA REGIAO ' WK-APPLID
              MOVE 12 TO WK-RETORNO
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-DEPTOS     TO WK-REL-DEPTOS
           MOVE WK-QT-FALHAS     TO WK-REL-FALHAS
           MOVE WK-QT-ITENS      TO WK-REL-ITENS
           MOVE WK-QT-NOVOS      TO WK-REL-NOVOS

           DISPLAY WK-RELATORIO.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'              TO WK-RUNREG-MODO
           COMPUTE WK-RUNREG-QT-ENTRADA = WK-QT-DEPTOS + WK-QT-FALHAS
           MOVE WK-QT-ITENS      TO WK-RUNREG-QT-SAIDA
           MOVE WK-QT-FALHAS     TO WK-RUNREG-QT-REJEIT
           MOVE WK-RETORNO       TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.
