		*> E=ESFERA (DIM1=RAIO) L=CILINDRO (DIM1=RAIO DIM2=ALTURA)
		*> ENT-MATERIAL APONTA PARA MATERIAIS.DAT E PRECIFICA A LINHA;
		*> ZERO OU BRANCO (LOTES ANTIGOS) = SEM CUSTEIO
		*> NO APROVEITAMENTO DE CHAPA SO AS LINHAS DE CIRCULO CONTAM:
		*> DIM1=RAIO DO DISCO E DIM2=QUANTIDADE DE DISCOS (ZERO = 1)
		01 REG-ENTRADA.
			02 ENT-FORMA						PIC X(01).
			02 ENT-DIM1							PIC 9(05)V99.
		01 MODO-VARIABLES.
			02 W-MODO									PIC X(01) VALUE 'N'.
				88 MODO-BATCH							VALUE 'S' 's'.
				88 MODO-CHAPA							VALUE 'C' 'c'.
		01 ENTRADA-VARIABLES.
			02 W-TIPO-ENTRADA							PIC X(01) VALUE 'R'.
				88 ENTRADA-RAIO							VALUE 'R' 'r'.
			02 W-CUSTO-DOT								PIC ZZZZZZZZZZ99.99.
			02 W-PONTEIRO-LINHA							PIC 9(03).

		*> APROVEITAMENTO DE CHAPA: CADA TAMANHO DE DISCO E CORTADO EM
		*> CHAPAS PROPRIAS, NO ARRANJO EM GRADE OU NO DESENCONTRADO
		*> (HEXAGONAL) - O QUE COUBER MAIS DISCOS POR CHAPA
		01 CHAPA-VARIABLES.
			02 W-CHAPA-LARGURA							PIC 9(05)V99.
			02 W-CHAPA-ALTURA							PIC 9(05)V99.
			02 W-CHAPA-FOLGA							PIC 9(05)V99.
			02 W-CHAPA-MATERIAL						PIC 9(02).
			02 W-CHAPA-AREA								PIC 9(12)V99.
			02 W-CHAPA-PRECO							PIC 9(05)V99.
			02 W-CHAPA-MAT-DESC						PIC X(20).
			02 W-DISCOS-DO-LOTE						PIC X(01).
				88 DISCOS-DO-LOTE						VALUE 'S' 's'.
			02 W-QTDE-DOT								PIC ZZZZ9.
			02 W-PASSO									PIC 9(06)V9999.
			02 W-PASSO-FILA								PIC 9(06)V9999.
			02 W-ESPACO									PIC S9(06)V9999.
			02 W-POR-FILA								PIC 9(05).
			02 W-POR-FILA-DESLOC						PIC 9(05).
			02 W-FILAS									PIC 9(05).
			02 W-FILAS-DESLOC							PIC 9(05).
			02 W-FILAS-RESTO							PIC 9(01).
			02 W-POR-CHAPA-GRADE						PIC 9(07).
			02 W-POR-CHAPA-HEX							PIC 9(07).
			02 W-POR-CHAPA								PIC 9(07).
			02 W-FILAS-ARRANJO							PIC 9(05).
			02 W-ARRANJO								PIC X(13).
			02 W-CHAPAS-DISCO							PIC 9(05).
			02 W-DISCOS-ULTIMA							PIC 9(07).
			02 W-AREA-DISCO								PIC 9(10)V9999.
			02 W-AREA-USADA								PIC 9(12)V99.
			02 W-AREA-SOBRA								PIC 9(12)V99.
			02 W-PERC-SOBRA								PIC 9(03)V99.
			02 W-PERC-DOT								PIC ZZ9.99.
			02 W-AREA-DOT								PIC ZZZZZZZZZZ99.99.
			02 W-SOBRA-DOT								PIC ZZZZZZZZZZ99.99.
			02 W-CHAPA-DE								PIC 9(05).
			02 W-CHAPA-ATE								PIC 9(05).
			02 W-TOT-CHAPAS								PIC 9(05).
			02 W-TOT-DISCOS								PIC 9(07).
			02 W-TOT-DISCOS-LINHA						PIC 9(07).
			02 W-TOT-AREA-USADA						PIC 9(12)V99.
			02 W-TOT-AREA-CHAPAS						PIC 9(12)V99.
			02 W-TOT-AREA-SOBRA						PIC 9(12)V99.
			02 W-QTDE-IGNORADAS						PIC 9(03).
			02 W-QTDE-NAO-CABEM						PIC 9(03).

		01 W-MAX-DISCOS									PIC 9(02) VALUE 20.
		01 W-QTDE-DISCOS								PIC 9(02) VALUE ZEROS.
		01 DISCO-TABELA.
			02 TAB-DISCO OCCURS 20 TIMES INDEXED BY IDX-DSC.
				03 TAB-DSC-RAIO						PIC 9(05)V99.
				03 TAB-DSC-QTDE						PIC 9(05).

	SCREEN SECTION.
		01 MAIN-SCREEN.
			02 LINE 02 COLUMN 05	PIC 9(02)/ USING DAYS.
			02 LINE 02 COLUMN 08	PIC 9(02)/ USING MONTHS.
			02 LINE 02 COLUMN 11	PIC 9(02) USING YEARS.
			02 LINE 02 COLUMN 28 VALUE "*** GEOMETRIA ***".
			02 LINE 04 COLUMN 15 VALUE "MODO (S=LOTE N=TELA C=CHAPA): ".
			02 LINE 05 COLUMN 15 VALUE "FORMA (C=CIRCULO R=RETANGULO T=TRIANGULO E=ESFERA L=CILINDRO): ".
			02 LINE 06 COLUMN 15 VALUE "TIPO (R=RAIO D=DIAMETRO C=CIRCUNFERENCIA): ".
			02 LINE 08 COLUMN 15 VALUE "DIM 1: ".
			02 LINE 10 COLUMN 15 VALUE "DIM 3: ".
			02 LINE 12 COLUMN 15 VALUE "RESULTADO 1: ".
			02 LINE 13 COLUMN 15 VALUE "RESULTADO 2: ".
		01 CHAPA-SCREEN.
			02 LINE 02 COLUMN 05	PIC 9(02)/ USING DAYS.
			02 LINE 02 COLUMN 08	PIC 9(02)/ USING MONTHS.
			02 LINE 02 COLUMN 11	PIC 9(02) USING YEARS.
			02 LINE 02 COLUMN 28 VALUE "*** APROVEITAMENTO DE CHAPA ***".
			02 LINE 04 COLUMN 15 VALUE "LARGURA DA CHAPA: ".
			02 LINE 05 COLUMN 15 VALUE "ALTURA DA CHAPA: ".
			02 LINE 06 COLUMN 15 VALUE "FOLGA DE CORTE: ".
			02 LINE 07 COLUMN 15 VALUE "MATERIAL (COD): ".
			02 LINE 08 COLUMN 15 VALUE "DISCOS DE RAIOS.DAT (S/N): ".
			02 LINE 10 COLUMN 15 VALUE "RAIO (0 = FIM): ".
			02 LINE 11 COLUMN 15 VALUE "QUANTIDADE: ".
			02 LINE 13 COLUMN 15 VALUE "CHAPAS: ".
			02 LINE 14 COLUMN 15 VALUE "CUSTO: ".
		01 CLEAR-SCREEN.
			02 BLANK SCREEN.

		DISPLAY CLEAR-SCREEN.
		DISPLAY MAIN-SCREEN AT 0101.

		ACCEPT W-MODO AT 0445.
		IF MODO-BATCH OR MODO-CHAPA
			IF MODO-CHAPA
				PERFORM PROCESSA-CHAPA
			ELSE
				PERFORM PROCESSA-LOTE
			END-IF
		ELSE
			PERFORM INPUT-FORMA
			IF FORMA-CIRCULO
				WRITE REG-RELATORIO
			END-IF
		END-PERFORM.

	*> APROVEITAMENTO DE CHAPA: LE A CHAPA (LARGURA, ALTURA, FOLGA DE
	*> CORTE E MATERIAL), OS DISCOS DO LOTE OU DA TELA, CALCULA AS
	*> CHAPAS DE CADA TAMANHO E GRAVA O RESUMO POR CHAPA COM A SOBRA;
	*> O CUSTO E O DA CHAPA INTEIRA (SOBRA INCLUSA) AO PRECO DE AREA
	*> DO MATERIAL EM MATERIAIS.DAT
	PROCESSA-CHAPA.
		DISPLAY CLEAR-SCREEN.
		DISPLAY CHAPA-SCREEN AT 0101.
		MOVE ZEROS TO W-CHAPA-LARGURA W-CHAPA-ALTURA W-CHAPA-FOLGA.
		PERFORM UNTIL W-CHAPA-LARGURA > 0
			ACCEPT W-DIM1-DOT AT 0434
			MOVE W-DIM1-DOT TO W-CHAPA-LARGURA
		END-PERFORM.
		PERFORM UNTIL W-CHAPA-ALTURA > 0
			ACCEPT W-DIM2-DOT AT 0534
			MOVE W-DIM2-DOT TO W-CHAPA-ALTURA
		END-PERFORM.
		ACCEPT W-DIM3-DOT AT 0634.
		MOVE W-DIM3-DOT TO W-CHAPA-FOLGA.
		MOVE ZEROS TO W-CHAPA-MATERIAL.
		ACCEPT W-CHAPA-MATERIAL AT 0734.
		MOVE 'N' TO W-DISCOS-DO-LOTE.
		ACCEPT W-DISCOS-DO-LOTE AT 0843.
		MOVE ZEROS TO W-QTDE-DISCOS.
		MOVE ZEROS TO W-QTDE-IGNORADAS.
		MOVE ZEROS TO W-QTDE-NAO-CABEM.
		IF DISCOS-DO-LOTE
			PERFORM CARREGA-DISCOS-LOTE
		ELSE
			PERFORM INPUT-DISCOS
		END-IF.
		PERFORM CARREGA-MATERIAIS.
		PERFORM ACHA-MATERIAL-CHAPA.
		COMPUTE W-CHAPA-AREA = W-CHAPA-LARGURA * W-CHAPA-ALTURA.
		MOVE ZEROS TO W-TOT-CHAPAS W-TOT-DISCOS W-TOT-AREA-USADA.
		OPEN OUTPUT ARQ-RELATORIO.
		PERFORM GRAVA-CABECALHO-CHAPA.
		PERFORM VARYING IDX-DSC FROM 1 BY 1
			UNTIL IDX-DSC > W-QTDE-DISCOS
			PERFORM CALCULA-ENCAIXE
			PERFORM GRAVA-ENCAIXE-DISCO
		END-PERFORM.
		PERFORM GRAVA-TOTAIS-CHAPA.
		CLOSE ARQ-RELATORIO.
		MOVE W-TOT-CHAPAS TO W-QTDE-DOT.
		DISPLAY W-QTDE-DOT AT 1334.
		MOVE W-CUSTO TO W-CUSTO-DOT.
		DISPLAY W-CUSTO-DOT AT 1434.

	*> SO AS LINHAS DE CIRCULO COM RAIO DO LOTE VIRAM DISCOS; AS
	*> DEMAIS FORMAS E O QUE PASSAR DA TABELA SAO CONTADOS COMO
	*> IGNORADOS NO RELATORIO
	CARREGA-DISCOS-LOTE.
		OPEN INPUT ARQ-RAIOS.
		IF ARQ-RAI-OK = "00"
			PERFORM UNTIL ARQ-RAI-OK = "10"
				READ ARQ-RAIOS
					AT END MOVE "10" TO ARQ-RAI-OK
					NOT AT END
						MOVE ENT-FORMA TO W-FORMA
						IF FORMA-CIRCULO AND ENT-DIM1 > ZEROS
						   AND W-QTDE-DISCOS < W-MAX-DISCOS
							ADD 1 TO W-QTDE-DISCOS
							SET IDX-DSC TO W-QTDE-DISCOS
							MOVE ENT-DIM1 TO TAB-DSC-RAIO (IDX-DSC)
							MOVE ENT-DIM2 TO TAB-DSC-QTDE (IDX-DSC)
							IF TAB-DSC-QTDE (IDX-DSC) = ZEROS
								MOVE 1 TO TAB-DSC-QTDE (IDX-DSC)
							END-IF
						ELSE
							ADD 1 TO W-QTDE-IGNORADAS
						END-IF
				END-READ
			END-PERFORM
			CLOSE ARQ-RAIOS
		END-IF.

	*> DIGITACAO DOS DISCOS: RAIO E QUANTIDADE ATE RAIO ZERO OU A
	*> TABELA ENCHER
	INPUT-DISCOS.
		MOVE 1 TO W-DIM1.
		PERFORM UNTIL W-DIM1 = ZEROS OR W-QTDE-DISCOS = W-MAX-DISCOS
			MOVE ZEROS TO W-DIM1-DOT
			ACCEPT W-DIM1-DOT AT 1034
			MOVE W-DIM1-DOT TO W-DIM1
			IF W-DIM1 > ZEROS
				MOVE ZEROS TO W-QTDE-DOT
				ACCEPT W-QTDE-DOT AT 1134
				ADD 1 TO W-QTDE-DISCOS
				SET IDX-DSC TO W-QTDE-DISCOS
				MOVE W-DIM1 TO TAB-DSC-RAIO (IDX-DSC)
				MOVE W-QTDE-DOT TO TAB-DSC-QTDE (IDX-DSC)
				IF TAB-DSC-QTDE (IDX-DSC) = ZEROS
					MOVE 1 TO TAB-DSC-QTDE (IDX-DSC)
				END-IF
			END-IF
		END-PERFORM.

	*> PRECO DE AREA DO MATERIAL DA CHAPA; SEM MATERIAIS.DAT OU COM
	*> CODIGO DESCONHECIDO O RELATORIO SAI SEM CUSTO
	ACHA-MATERIAL-CHAPA.
		MOVE ZEROS TO W-CHAPA-PRECO.
		MOVE SPACES TO W-CHAPA-MAT-DESC.
		MOVE 'N' TO W-MAT-ACHADO.
		IF TEM-MATERIAIS AND W-CHAPA-MATERIAL > ZEROS
			SET IDX-MAT TO 1
			SEARCH TAB-MATERIAL
				AT END CONTINUE
				WHEN TAB-MAT-COD (IDX-MAT) = W-CHAPA-MATERIAL
					MOVE 'S' TO W-MAT-ACHADO
					MOVE TAB-MAT-PRECO (IDX-MAT) TO W-CHAPA-PRECO
					MOVE TAB-MAT-DESC (IDX-MAT) TO W-CHAPA-MAT-DESC
			END-SEARCH
		END-IF.

	GRAVA-CABECALHO-CHAPA.
		MOVE W-CHAPA-LARGURA TO W-DIM1-DOT.
		MOVE W-CHAPA-ALTURA TO W-DIM2-DOT.
		MOVE W-CHAPA-FOLGA TO W-DIM3-DOT.
		MOVE SPACES TO REG-RELATORIO.
		STRING "APROVEITAMENTO DE CHAPA " DELIMITED BY SIZE
			   W-DIM1-DOT DELIMITED BY SIZE
			   " X " DELIMITED BY SIZE
			   W-DIM2-DOT DELIMITED BY SIZE
			   " FOLGA " DELIMITED BY SIZE
			   W-DIM3-DOT DELIMITED BY SIZE
			INTO REG-RELATORIO
		END-STRING.
		WRITE REG-RELATORIO.
		MOVE SPACES TO REG-RELATORIO.
		IF MAT-ACHADO
			MOVE W-CHAPA-PRECO TO W-DIM1-DOT
			STRING "MATERIAL " DELIMITED BY SIZE
				   W-CHAPA-MAT-DESC DELIMITED BY SIZE
				   " PRECO POR AREA " DELIMITED BY SIZE
				   W-DIM1-DOT DELIMITED BY SIZE
				INTO REG-RELATORIO
			END-STRING
		ELSE
			STRING "MATERIAL " DELIMITED BY SIZE
				   W-CHAPA-MATERIAL DELIMITED BY SIZE
				   " SEM PRECO - RELATORIO SEM CUSTO" DELIMITED BY SIZE
				INTO REG-RELATORIO
			END-STRING
		END-IF.
		WRITE REG-RELATORIO.

	*> PASSO = DIAMETRO + FOLGA; A FOLGA VALE TAMBEM NA BORDA DA
	*> CHAPA. GRADE: FILAS ALINHADAS. DESENCONTRADO: FILAS A CADA
	*> PASSO X 0,8660 (RAIZ DE 3 / 2), AS PARES DESLOCADAS MEIO PASSO
	CALCULA-ENCAIXE.
		COMPUTE W-PASSO = 2 * TAB-DSC-RAIO (IDX-DSC) + W-CHAPA-FOLGA.
		MOVE ZEROS TO W-POR-CHAPA-GRADE W-POR-CHAPA-HEX.
		COMPUTE W-ESPACO = W-CHAPA-LARGURA - W-CHAPA-FOLGA.
		IF W-ESPACO > ZEROS
			COMPUTE W-POR-FILA = W-ESPACO / W-PASSO
		ELSE
			MOVE ZEROS TO W-POR-FILA
		END-IF.
		COMPUTE W-ESPACO = W-CHAPA-LARGURA - W-CHAPA-FOLGA - W-PASSO / 2.
		IF W-ESPACO > ZEROS
			COMPUTE W-POR-FILA-DESLOC = W-ESPACO / W-PASSO
		ELSE
			MOVE ZEROS TO W-POR-FILA-DESLOC
		END-IF.
		COMPUTE W-ESPACO = W-CHAPA-ALTURA - W-CHAPA-FOLGA.
		IF W-ESPACO > ZEROS
			COMPUTE W-FILAS = W-ESPACO / W-PASSO
		ELSE
			MOVE ZEROS TO W-FILAS
		END-IF.
		COMPUTE W-POR-CHAPA-GRADE = W-POR-FILA * W-FILAS.
		MOVE W-FILAS TO W-FILAS-ARRANJO.
		COMPUTE W-PASSO-FILA = W-PASSO * 0.8660.
		COMPUTE W-ESPACO = W-CHAPA-ALTURA - 2 * W-CHAPA-FOLGA
			- 2 * TAB-DSC-RAIO (IDX-DSC).
		IF W-ESPACO NOT < ZEROS AND W-POR-FILA > ZEROS
			COMPUTE W-FILAS = W-ESPACO / W-PASSO-FILA
			ADD 1 TO W-FILAS
			DIVIDE W-FILAS BY 2 GIVING W-FILAS-DESLOC
				REMAINDER W-FILAS-RESTO
			COMPUTE W-POR-CHAPA-HEX =
				(W-FILAS - W-FILAS-DESLOC) * W-POR-FILA +
				W-FILAS-DESLOC * W-POR-FILA-DESLOC
		END-IF.
		IF W-POR-CHAPA-HEX > W-POR-CHAPA-GRADE
			MOVE W-POR-CHAPA-HEX TO W-POR-CHAPA
			MOVE "DESENCONTRADO" TO W-ARRANJO
			MOVE W-FILAS TO W-FILAS-ARRANJO
		ELSE
			MOVE W-POR-CHAPA-GRADE TO W-POR-CHAPA
			MOVE "GRADE" TO W-ARRANJO
		END-IF.
		COMPUTE W-AREA-DISCO = 3.1416 * (TAB-DSC-RAIO (IDX-DSC) ** 2).
		MOVE ZEROS TO W-CHAPAS-DISCO W-DISCOS-ULTIMA.
		IF W-POR-CHAPA > ZEROS
			DIVIDE TAB-DSC-QTDE (IDX-DSC) BY W-POR-CHAPA
				GIVING W-CHAPAS-DISCO REMAINDER W-DISCOS-ULTIMA
			IF W-DISCOS-ULTIMA > ZEROS
				ADD 1 TO W-CHAPAS-DISCO
			ELSE
				MOVE W-POR-CHAPA TO W-DISCOS-ULTIMA
			END-IF
		END-IF.

	*> UMA LINHA DO DISCO COM OS DOIS ARRANJOS E O ESCOLHIDO, UMA
	*> LINHA PARA AS CHAPAS CHEIAS E OUTRA PARA A ULTIMA, SE INCOMPLETA
	GRAVA-ENCAIXE-DISCO.
		MOVE TAB-DSC-RAIO (IDX-DSC) TO W-RADIUS-DOT.
		MOVE TAB-DSC-QTDE (IDX-DSC) TO W-QTDE-DOT.
		MOVE SPACES TO REG-RELATORIO.
		IF W-POR-CHAPA = ZEROS
			STRING "DISCO RAIO " DELIMITED BY SIZE
				   W-RADIUS-DOT DELIMITED BY SIZE
				   " QTDE " DELIMITED BY SIZE
				   W-QTDE-DOT DELIMITED BY SIZE
				   " REJEITADO: NAO CABE NA CHAPA" DELIMITED BY SIZE
				INTO REG-RELATORIO
			END-STRING
			WRITE REG-RELATORIO
			ADD 1 TO W-QTDE-NAO-CABEM
		ELSE
			STRING "DISCO RAIO " DELIMITED BY SIZE
				   W-RADIUS-DOT DELIMITED BY SIZE
				   " QTDE " DELIMITED BY SIZE
				   W-QTDE-DOT DELIMITED BY SIZE
				   " POR CHAPA: GRADE " DELIMITED BY SIZE
				   W-POR-CHAPA-GRADE DELIMITED BY SIZE
				   " DESENCONTRADO " DELIMITED BY SIZE
				   W-POR-CHAPA-HEX DELIMITED BY SIZE
				   " USADO " DELIMITED BY SIZE
				   W-ARRANJO DELIMITED BY SIZE
				   " CHAPAS " DELIMITED BY SIZE
				   W-CHAPAS-DISCO DELIMITED BY SIZE
				INTO REG-RELATORIO
			END-STRING
			WRITE REG-RELATORIO
			COMPUTE W-CHAPA-DE = W-TOT-CHAPAS + 1
			IF W-DISCOS-ULTIMA < W-POR-CHAPA
				COMPUTE W-CHAPA-ATE = W-TOT-CHAPAS + W-CHAPAS-DISCO - 1
			ELSE
				COMPUTE W-CHAPA-ATE = W-TOT-CHAPAS + W-CHAPAS-DISCO
			END-IF
			IF W-CHAPA-ATE NOT < W-CHAPA-DE
				MOVE W-POR-CHAPA TO W-TOT-DISCOS-LINHA
				PERFORM GRAVA-LINHA-CHAPA
			END-IF
			IF W-DISCOS-ULTIMA < W-POR-CHAPA
				COMPUTE W-CHAPA-DE = W-TOT-CHAPAS + W-CHAPAS-DISCO
				MOVE W-CHAPA-DE TO W-CHAPA-ATE
				MOVE W-DISCOS-ULTIMA TO W-TOT-DISCOS-LINHA
				PERFORM GRAVA-LINHA-CHAPA
			END-IF
			ADD W-CHAPAS-DISCO TO W-TOT-CHAPAS
			ADD TAB-DSC-QTDE (IDX-DSC) TO W-TOT-DISCOS
			COMPUTE W-TOT-AREA-USADA = W-TOT-AREA-USADA +
				W-AREA-DISCO * TAB-DSC-QTDE (IDX-DSC)
		END-IF.

	*> RESUMO DE UM GRUPO DE CHAPAS IGUAIS: DISCOS POR CHAPA, FILAS,
	*> AREA APROVEITADA E SOBRA DE CADA CHAPA
	GRAVA-LINHA-CHAPA.
		COMPUTE W-AREA-USADA = W-AREA-DISCO * W-TOT-DISCOS-LINHA.
		COMPUTE W-AREA-SOBRA = W-CHAPA-AREA - W-AREA-USADA.
		COMPUTE W-PERC-SOBRA ROUNDED = W-AREA-SOBRA * 100 / W-CHAPA-AREA.
		MOVE W-AREA-USADA TO W-AREA-DOT.
		MOVE W-AREA-SOBRA TO W-SOBRA-DOT.
		MOVE W-PERC-SOBRA TO W-PERC-DOT.
		MOVE SPACES TO REG-RELATORIO.
		STRING "  CHAPA " DELIMITED BY SIZE
			   W-CHAPA-DE DELIMITED BY SIZE
			   " A " DELIMITED BY SIZE
			   W-CHAPA-ATE DELIMITED BY SIZE
			   ": " DELIMITED BY SIZE
			   W-TOT-DISCOS-LINHA DELIMITED BY SIZE
			   " DISCOS EM " DELIMITED BY SIZE
			   W-FILAS-ARRANJO DELIMITED BY SIZE
			   " FILAS USADA " DELIMITED BY SIZE
			   W-AREA-DOT DELIMITED BY SIZE
			   " SOBRA " DELIMITED BY SIZE
			   W-SOBRA-DOT DELIMITED BY SIZE
			   " (" DELIMITED BY SIZE
			   W-PERC-DOT DELIMITED BY SIZE
			   "%)" DELIMITED BY SIZE
			INTO REG-RELATORIO
		END-STRING.
		WRITE REG-RELATORIO.

	*> FECHO: CHAPAS, AREA COMPRADA, APROVEITADA E SOBRA, E O CUSTO
	*> DAS CHAPAS AO PRECO DO MATERIAL (A SOBRA ENTRA NO ORCAMENTO)
	GRAVA-TOTAIS-CHAPA.
		COMPUTE W-TOT-AREA-CHAPAS = W-CHAPA-AREA * W-TOT-CHAPAS
			ON SIZE ERROR MOVE ZEROS TO W-TOT-AREA-CHAPAS
		END-COMPUTE.
		IF W-TOT-AREA-CHAPAS > W-TOT-AREA-USADA
			COMPUTE W-TOT-AREA-SOBRA = W-TOT-AREA-CHAPAS - W-TOT-AREA-USADA
		ELSE
			MOVE ZEROS TO W-TOT-AREA-SOBRA
		END-IF.
		MOVE ZEROS TO W-PERC-SOBRA.
		IF W-TOT-AREA-CHAPAS > ZEROS
			COMPUTE W-PERC-SOBRA ROUNDED =
				W-TOT-AREA-SOBRA * 100 / W-TOT-AREA-CHAPAS
		END-IF.
		COMPUTE W-CUSTO = W-TOT-AREA-CHAPAS * W-CHAPA-PRECO
			ON SIZE ERROR MOVE ZEROS TO W-CUSTO
		END-COMPUTE.
		MOVE SPACES TO REG-RELATORIO.
		MOVE W-TOT-CHAPAS TO W-QTDE-DOT.
		STRING "TOTAL CHAPAS " DELIMITED BY SIZE
			   W-QTDE-DOT DELIMITED BY SIZE
			   " DISCOS " DELIMITED BY SIZE
			   W-TOT-DISCOS DELIMITED BY SIZE
			   " IGNORADOS " DELIMITED BY SIZE
			   W-QTDE-IGNORADAS DELIMITED BY SIZE
			   " NAO CABEM " DELIMITED BY SIZE
			   W-QTDE-NAO-CABEM DELIMITED BY SIZE
			INTO REG-RELATORIO
		END-STRING.
		WRITE REG-RELATORIO.
		MOVE W-TOT-AREA-CHAPAS TO W-AREA-DOT.
		MOVE W-TOT-AREA-SOBRA TO W-SOBRA-DOT.
		MOVE W-PERC-SOBRA TO W-PERC-DOT.
		MOVE SPACES TO REG-RELATORIO.
		STRING "AREA DAS CHAPAS " DELIMITED BY SIZE
			   W-AREA-DOT DELIMITED BY SIZE
			   " SOBRA " DELIMITED BY SIZE
			   W-SOBRA-DOT DELIMITED BY SIZE
			   " (" DELIMITED BY SIZE
			   W-PERC-DOT DELIMITED BY SIZE
			   "%)" DELIMITED BY SIZE
			INTO REG-RELATORIO
		END-STRING.
		WRITE REG-RELATORIO.
		IF MAT-ACHADO
			MOVE W-CUSTO TO W-CUSTO-DOT
			COMPUTE W-MEDIDA = W-TOT-AREA-SOBRA * W-CHAPA-PRECO
				ON SIZE ERROR MOVE ZEROS TO W-MEDIDA
			END-COMPUTE
			MOVE W-MEDIDA TO W-RES1-DOT
			MOVE SPACES TO REG-RELATORIO
			STRING "CUSTO TOTAL " DELIMITED BY SIZE
				   W-CUSTO-DOT DELIMITED BY SIZE
				   " DOS QUAIS SOBRA " DELIMITED BY SIZE
				   W-RES1-DOT DELIMITED BY SIZE
				INTO REG-RELATORIO
			END-STRING
			WRITE REG-RELATORIO
		END-IF.
