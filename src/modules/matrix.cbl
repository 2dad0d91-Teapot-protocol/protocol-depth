          05 SV-C                 PIC 9(2).
          05 SV-AUG               PIC 9(2).

       01 EIGEN-STORAGE.
          05 EG-WORK-MATRIX.
             10 EG-ROW OCCURS 10 TIMES.
                15 EG-COL OCCURS 10 TIMES PIC S9(13)V9(9) COMP-3.
          05 EG-ROTATION-MATRIX.
             10 EV-ROW OCCURS 10 TIMES.
                15 EV-COL OCCURS 10 TIMES PIC S9(13)V9(9) COMP-3.
          05 EG-Q-MATRIX.
             10 EQ-ROW OCCURS 10 TIMES.
                15 EQ-COL OCCURS 10 TIMES PIC S9(13)V9(9) COMP-3.
          05 EG-R-MATRIX.
             10 ER-ROW OCCURS 10 TIMES.
                15 ER-COL OCCURS 10 TIMES PIC S9(13)V9(9) COMP-3.
          05 EG-SHIFTED-MATRIX.
             10 EL-ROW OCCURS 10 TIMES.
                15 EL-COL OCCURS 11 TIMES PIC S9(13)V9(9) COMP-3.
          05 EG-VALUE OCCURS 10 TIMES PIC S9(13)V9(9) COMP-3.
          05 EG-VEC   OCCURS 10 TIMES PIC S9(13)V9(9) COMP-3.
          05 EG-NEXT  OCCURS 10 TIMES PIC S9(13)V9(9) COMP-3.
          05 EG-ORDER OCCURS 10 TIMES PIC 9(2).
          05 EG-NORM              PIC S9(13)V9(9) COMP-3.
          05 EG-TOLERANCE         PIC S9(13)V9(9) COMP-3.
          05 EG-TINY              PIC S9(13)V9(9) COMP-3
                                  VALUE 0.00000001.
          05 EG-OFF-DIAGONAL      PIC S9(13)V9(9) COMP-3.
          05 EG-ABS-WORK          PIC S9(13)V9(9) COMP-3.
          05 EG-BEST-ABS          PIC S9(13)V9(9) COMP-3.
          05 EG-THETA             PIC S9(13)V9(9) COMP-3.
          05 EG-T                 PIC S9(13)V9(9) COMP-3.
          05 EG-C                 PIC S9(13)V9(9) COMP-3.
          05 EG-S                 PIC S9(13)V9(9) COMP-3.
          05 EG-HOLD-P            PIC S9(13)V9(9) COMP-3.
          05 EG-HOLD-Q            PIC S9(13)V9(9) COMP-3.
          05 EG-DOT               PIC S9(13)V9(9) COMP-3.
          05 EG-LENGTH            PIC S9(13)V9(9) COMP-3.
          05 EG-ROOT              PIC S9(13)V9(9) COMP-3.
          05 EG-SHIFT             PIC S9(13)V9(9) COMP-3.
          05 EG-FACTOR            PIC S9(13)V9(9) COMP-3.
          05 EG-SIZE-FLAG         PIC 9(1).
          05 EG-FILL-FLAG         PIC 9(1).
          05 EG-INVERSE-PASSES    PIC 9(2) VALUE 8.
          05 EG-PASS              PIC 9(2).
          05 EG-P                 PIC 9(2).
          05 EG-Q                 PIC 9(2).
          05 EG-Q-START           PIC 9(2).
          05 EG-I                 PIC 9(2).
          05 EG-J                 PIC 9(2).
          05 EG-K                 PIC 9(2).
          05 EG-M                 PIC 9(2).
          05 EG-BEST              PIC 9(2).
          05 EG-PIVOT-ROW         PIC 9(2).
          05 EG-AUG               PIC 9(2).
          05 EG-TAKEN OCCURS 10 TIMES PIC 9(1).

       01 AUDIT-VARS.
          05 AUDIT-PROG           PIC X(20) VALUE "MATRIX-OPERATIONS".
          05 AUDIT-OPER           PIC X(20) VALUE "DETERMINANT".
          05 AUDIT-DETAIL-LINE    PIC X(40) VALUE SPACES.
          05 AUDIT-SEV            PIC X(01) VALUE "I".
          05 EDIT-MATRIX-DETERMINANT PIC -(12)9.9999.
          05 EDIT-EIGEN-ITERATIONS   PIC Z(3)9.

       LINKAGE SECTION.
       01 MATRIX-DIMENSION PIC 9(2).
       01 MATRIX-OPERATION-FLAG PIC 9(1).
          88 MATRIX-OP-STANDARD   VALUE 0.
          88 MATRIX-OP-SOLVE      VALUE 1.
          88 MATRIX-OP-EIGEN      VALUE 2.
       01 RHS-VECTOR.
          05 RHS-VALUE OCCURS 1 TO 10 TIMES
             DEPENDING ON MATRIX-DIMENSION
          05 SOLUTION-VALUE OCCURS 1 TO 10 TIMES
             DEPENDING ON MATRIX-DIMENSION
             PIC S9(9)V9(6) COMP-3.
       01 EIGEN-CONTROL.
          05 EIGEN-REQUESTED-COUNT PIC 9(2).
          05 EIGEN-ITERATION-LIMIT PIC 9(4).
          05 EIGEN-FOUND-COUNT     PIC 9(2).
          05 EIGEN-MATRIX-FORM     PIC X(1).
             88 EIGEN-SYMMETRIC      VALUE "S".
             88 EIGEN-GENERAL        VALUE "G".
          05 EIGEN-ITERATIONS      PIC 9(4).
          05 EIGEN-CONVERGED-FLAG  PIC X(1).
             88 EIGEN-CONVERGED      VALUE "Y".
             88 EIGEN-NOT-CONVERGED  VALUE "N".
       01 EIGEN-VALUE-VECTOR.
          05 EIGEN-VALUE OCCURS 1 TO 10 TIMES
             DEPENDING ON MATRIX-DIMENSION
             PIC S9(9)V9(6) COMP-3.
       01 EIGEN-VECTOR-MATRIX.
          05 EIGEN-VECTOR OCCURS 1 TO 10 TIMES
             DEPENDING ON MATRIX-DIMENSION.
             10 EIGEN-COMPONENT OCCURS 1 TO 10 TIMES
                DEPENDING ON MATRIX-DIMENSION
                PIC S9(1)V9(8) COMP-3.

       PROCEDURE DIVISION USING MATRIX-DIMENSION
                                 INPUT-MATRIX OUTPUT-MATRIX
                                 MATRIX-DETERMINANT MATRIX-SINGULAR-FLAG
                                 RUN-IDENT MATRIX-OPERATION-FLAG
                                 RHS-VECTOR SOLUTION-VECTOR
                                 EIGEN-CONTROL EIGEN-VALUE-VECTOR
                                 EIGEN-VECTOR-MATRIX.
       MAIN-PROCEDURE.
           IF MATRIX-DIMENSION = 1
               MOVE 1 TO OUT-COL(1,1)
               DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
           CALL "AUDIT-LOGGER" USING AUDIT-PROG AUDIT-OPER
               AUDIT-DETAIL-LINE AUDIT-SEV RUN-IDENT
           IF MATRIX-OP-EIGEN
               PERFORM COMPUTE-EIGEN-SYSTEM
               PERFORM LOG-EIGEN-RESULT
           END-IF
           GOBACK.

       LOG-EIGEN-RESULT.
           IF EIGEN-CONVERGED
               MOVE "I" TO AUDIT-SEV
           ELSE
               MOVE "W" TO AUDIT-SEV
           END-IF
           MOVE EIGEN-ITERATIONS TO EDIT-EIGEN-ITERATIONS
           MOVE "EIGEN" TO AUDIT-OPER
           MOVE SPACES TO AUDIT-DETAIL-LINE
           STRING "DIM=" MATRIX-DIMENSION " FORM=" EIGEN-MATRIX-FORM
               " COUNT=" EIGEN-FOUND-COUNT
               " ITER=" EDIT-EIGEN-ITERATIONS
               " CONV=" EIGEN-CONVERGED-FLAG
               DELIMITED BY SIZE INTO AUDIT-DETAIL-LINE
           CALL "AUDIT-LOGGER" USING AUDIT-PROG AUDIT-OPER
               AUDIT-DETAIL-LINE AUDIT-SEV RUN-IDENT
           MOVE "DETERMINANT" TO AUDIT-OPER.

       CALCULATE-FULL-DETERMINANT.
           MOVE MATRIX-DIMENSION TO MINOR-DIMENSION
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MATRIX-DIMENSION
               END-IF
           END-PERFORM.

       COMPUTE-EIGEN-SYSTEM.
           MOVE 0 TO EIGEN-ITERATIONS
           PERFORM VARYING EG-I FROM 1 BY 1
           UNTIL EG-I > MATRIX-DIMENSION
               MOVE 0 TO EIGEN-VALUE(EG-I)
               PERFORM VARYING EG-J FROM 1 BY 1
               UNTIL EG-J > MATRIX-DIMENSION
                   MOVE 0 TO EIGEN-COMPONENT(EG-I,EG-J)
               END-PERFORM
           END-PERFORM
           IF EIGEN-REQUESTED-COUNT < 1 OR
              EIGEN-REQUESTED-COUNT > MATRIX-DIMENSION
               MOVE MATRIX-DIMENSION TO EIGEN-FOUND-COUNT
           ELSE
               MOVE EIGEN-REQUESTED-COUNT TO EIGEN-FOUND-COUNT
           END-IF
           IF EIGEN-ITERATION-LIMIT < 1
               MOVE 1 TO EIGEN-ITERATION-LIMIT
           END-IF
           PERFORM EIGEN-LOAD-WORK-MATRIX
           IF EIGEN-SYMMETRIC
               PERFORM EIGEN-JACOBI-SWEEPS
           ELSE
               PERFORM EIGEN-QR-ITERATIONS
           END-IF
           PERFORM EIGEN-RANK-VALUES
           PERFORM VARYING EG-K FROM 1 BY 1
           UNTIL EG-K > EIGEN-FOUND-COUNT
               MOVE EG-ORDER(EG-K) TO EG-M
               COMPUTE EIGEN-VALUE(EG-K) ROUNDED = EG-VALUE(EG-M)
               IF EIGEN-SYMMETRIC
                   PERFORM VARYING EG-I FROM 1 BY 1
                   UNTIL EG-I > MATRIX-DIMENSION
                       MOVE EV-COL(EG-I,EG-M) TO EG-VEC(EG-I)
                   END-PERFORM
               ELSE
                   PERFORM EIGEN-INVERSE-ITERATION
               END-IF
               PERFORM EIGEN-NORMALISE-VECTOR
               PERFORM VARYING EG-I FROM 1 BY 1
               UNTIL EG-I > MATRIX-DIMENSION
                   COMPUTE EIGEN-COMPONENT(EG-K,EG-I) ROUNDED =
                       EG-VEC(EG-I)
               END-PERFORM
           END-PERFORM.

       EIGEN-LOAD-WORK-MATRIX.
           MOVE 1 TO EG-NORM
           PERFORM VARYING EG-I FROM 1 BY 1
           UNTIL EG-I > MATRIX-DIMENSION
               PERFORM VARYING EG-J FROM 1 BY 1
               UNTIL EG-J > MATRIX-DIMENSION
                   MOVE IN-COL(EG-I,EG-J) TO EG-COL(EG-I,EG-J)
                   COMPUTE EG-ABS-WORK = FUNCTION ABS(IN-COL(EG-I,EG-J))
                   IF EG-ABS-WORK > EG-NORM
                       MOVE EG-ABS-WORK TO EG-NORM
                   END-IF
               END-PERFORM
           END-PERFORM
           COMPUTE EG-TOLERANCE = EG-NORM * 0.0000001
           SET EIGEN-SYMMETRIC TO TRUE
           PERFORM VARYING EG-I FROM 1 BY 1
           UNTIL EG-I > MATRIX-DIMENSION
               PERFORM VARYING EG-J FROM 1 BY 1
               UNTIL EG-J > MATRIX-DIMENSION
                   COMPUTE EG-ABS-WORK = FUNCTION ABS(
                       IN-COL(EG-I,EG-J) - IN-COL(EG-J,EG-I))
                   IF EG-ABS-WORK > EG-TOLERANCE
                       SET EIGEN-GENERAL TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       EIGEN-JACOBI-SWEEPS.
           PERFORM VARYING EG-I FROM 1 BY 1
           UNTIL EG-I > MATRIX-DIMENSION
               PERFORM VARYING EG-J FROM 1 BY 1
               UNTIL EG-J > MATRIX-DIMENSION
                   IF EG-I = EG-J
                       MOVE 1 TO EV-COL(EG-I,EG-J)
                   ELSE
                       MOVE 0 TO EV-COL(EG-I,EG-J)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM EIGEN-MEASURE-OFF-DIAGONAL
           PERFORM UNTIL EG-OFF-DIAGONAL <= EG-TOLERANCE OR
                         EIGEN-ITERATIONS >= EIGEN-ITERATION-LIMIT
               ADD 1 TO EIGEN-ITERATIONS
               PERFORM VARYING EG-P FROM 1 BY 1
               UNTIL EG-P >= MATRIX-DIMENSION
                   COMPUTE EG-Q-START = EG-P + 1
                   PERFORM VARYING EG-Q FROM EG-Q-START BY 1
                   UNTIL EG-Q > MATRIX-DIMENSION
                       IF EG-COL(EG-P,EG-Q) NOT = 0
                           PERFORM EIGEN-JACOBI-ROTATE
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM EIGEN-MEASURE-OFF-DIAGONAL
           END-PERFORM
           PERFORM EIGEN-SET-CONVERGENCE.

       EIGEN-JACOBI-ROTATE.
           MOVE 0 TO EG-SIZE-FLAG
           COMPUTE EG-HOLD-P = EG-COL(EG-Q,EG-Q) - EG-COL(EG-P,EG-P)
           COMPUTE EG-HOLD-Q = EG-COL(EG-P,EG-Q) * 2
           COMPUTE EG-THETA ROUNDED = EG-HOLD-P / EG-HOLD-Q
               ON SIZE ERROR
                   MOVE 1 TO EG-SIZE-FLAG
           END-COMPUTE
           IF EG-SIZE-FLAG = 1
               MOVE 0 TO EG-COL(EG-P,EG-Q)
               MOVE 0 TO EG-COL(EG-Q,EG-P)
           ELSE
               COMPUTE EG-ABS-WORK = FUNCTION ABS(EG-THETA)
               IF EG-ABS-WORK > 1000000
                   COMPUTE EG-ROOT = EG-ABS-WORK * 2
                   COMPUTE EG-T ROUNDED = 1 / EG-ROOT
               ELSE
                   COMPUTE EG-ROOT ROUNDED =
                       FUNCTION SQRT((EG-ABS-WORK * EG-ABS-WORK) + 1)
                   COMPUTE EG-ROOT = EG-ABS-WORK + EG-ROOT
                   COMPUTE EG-T ROUNDED = 1 / EG-ROOT
               END-IF
               IF EG-THETA < 0
                   COMPUTE EG-T = 0 - EG-T
               END-IF
               COMPUTE EG-ROOT ROUNDED =
                   FUNCTION SQRT((EG-T * EG-T) + 1)
               COMPUTE EG-C ROUNDED = 1 / EG-ROOT
               COMPUTE EG-S ROUNDED = EG-T * EG-C
               PERFORM VARYING EG-K FROM 1 BY 1
               UNTIL EG-K > MATRIX-DIMENSION
                   MOVE EG-COL(EG-K,EG-P) TO EG-HOLD-P
                   MOVE EG-COL(EG-K,EG-Q) TO EG-HOLD-Q
                   COMPUTE EG-COL(EG-K,EG-P) ROUNDED =
                       (EG-C * EG-HOLD-P) - (EG-S * EG-HOLD-Q)
                   COMPUTE EG-COL(EG-K,EG-Q) ROUNDED =
                       (EG-S * EG-HOLD-P) + (EG-C * EG-HOLD-Q)
                   MOVE EV-COL(EG-K,EG-P) TO EG-HOLD-P
                   MOVE EV-COL(EG-K,EG-Q) TO EG-HOLD-Q
                   COMPUTE EV-COL(EG-K,EG-P) ROUNDED =
                       (EG-C * EG-HOLD-P) - (EG-S * EG-HOLD-Q)
                   COMPUTE EV-COL(EG-K,EG-Q) ROUNDED =
                       (EG-S * EG-HOLD-P) + (EG-C * EG-HOLD-Q)
               END-PERFORM
               PERFORM VARYING EG-K FROM 1 BY 1
               UNTIL EG-K > MATRIX-DIMENSION
                   MOVE EG-COL(EG-P,EG-K) TO EG-HOLD-P
                   MOVE EG-COL(EG-Q,EG-K) TO EG-HOLD-Q
                   COMPUTE EG-COL(EG-P,EG-K) ROUNDED =
                       (EG-C * EG-HOLD-P) - (EG-S * EG-HOLD-Q)
                   COMPUTE EG-COL(EG-Q,EG-K) ROUNDED =
                       (EG-S * EG-HOLD-P) + (EG-C * EG-HOLD-Q)
               END-PERFORM
               MOVE 0 TO EG-COL(EG-P,EG-Q)
               MOVE 0 TO EG-COL(EG-Q,EG-P)
           END-IF.

       EIGEN-MEASURE-OFF-DIAGONAL.
           MOVE 0 TO EG-OFF-DIAGONAL
           PERFORM VARYING EG-I FROM 1 BY 1
           UNTIL EG-I > MATRIX-DIMENSION
               PERFORM VARYING EG-J FROM 1 BY 1
               UNTIL EG-J > MATRIX-DIMENSION
                   IF EG-I NOT = EG-J
                       COMPUTE EG-OFF-DIAGONAL = EG-OFF-DIAGONAL +
                           FUNCTION ABS(EG-COL(EG-I,EG-J))
                   END-IF
               END-PERFORM
           END-PERFORM.

       EIGEN-QR-ITERATIONS.
           PERFORM EIGEN-MEASURE-SUBDIAGONAL
           PERFORM UNTIL EG-OFF-DIAGONAL <= EG-TOLERANCE OR
                         EIGEN-ITERATIONS >= EIGEN-ITERATION-LIMIT
               ADD 1 TO EIGEN-ITERATIONS
               PERFORM EIGEN-QR-FACTOR
               PERFORM EIGEN-QR-RECOMBINE
               PERFORM EIGEN-MEASURE-SUBDIAGONAL
           END-PERFORM
           PERFORM EIGEN-SET-CONVERGENCE.

       EIGEN-MEASURE-SUBDIAGONAL.
           MOVE 0 TO EG-OFF-DIAGONAL
           PERFORM VARYING EG-I FROM 2 BY 1
           UNTIL EG-I > MATRIX-DIMENSION
               PERFORM VARYING EG-J FROM 1 BY 1 UNTIL EG-J >= EG-I
                   COMPUTE EG-ABS-WORK =
                       FUNCTION ABS(EG-COL(EG-I,EG-J))
                   IF EG-ABS-WORK > EG-OFF-DIAGONAL
                       MOVE EG-ABS-WORK TO EG-OFF-DIAGONAL
                   END-IF
               END-PERFORM
           END-PERFORM.

       EIGEN-SET-CONVERGENCE.
           IF EG-OFF-DIAGONAL <= EG-TOLERANCE
               SET EIGEN-CONVERGED TO TRUE
           ELSE
               SET EIGEN-NOT-CONVERGED TO TRUE
           END-IF
           PERFORM VARYING EG-I FROM 1 BY 1
           UNTIL EG-I > MATRIX-DIMENSION
               MOVE EG-COL(EG-I,EG-I) TO EG-VALUE(EG-I)
           END-PERFORM.

       EIGEN-QR-FACTOR.
           PERFORM VARYING EG-I FROM 1 BY 1
           UNTIL EG-I > MATRIX-DIMENSION
               PERFORM VARYING EG-J FROM 1 BY 1
               UNTIL EG-J > MATRIX-DIMENSION
                   MOVE 0 TO ER-COL(EG-I,EG-J)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING EG-J FROM 1 BY 1
           UNTIL EG-J > MATRIX-DIMENSION
               PERFORM VARYING EG-K FROM 1 BY 1
               UNTIL EG-K > MATRIX-DIMENSION
                   MOVE EG-COL(EG-K,EG-J) TO EG-VEC(EG-K)
               END-PERFORM
               MOVE 0 TO EG-FILL-FLAG
               PERFORM EIGEN-ORTHOGONALISE
               IF EG-LENGTH > EG-TINY
                   MOVE EG-LENGTH TO ER-COL(EG-J,EG-J)
               ELSE
                   MOVE 0 TO ER-COL(EG-J,EG-J)
                   PERFORM EIGEN-QR-FILL-COLUMN
               END-IF
               PERFORM VARYING EG-K FROM 1 BY 1
               UNTIL EG-K > MATRIX-DIMENSION
                   COMPUTE EQ-COL(EG-K,EG-J) ROUNDED =
                       EG-VEC(EG-K) / EG-LENGTH
               END-PERFORM
           END-PERFORM.

       EIGEN-ORTHOGONALISE.
           PERFORM VARYING EG-I FROM 1 BY 1 UNTIL EG-I >= EG-J
               MOVE 0 TO EG-DOT
               PERFORM VARYING EG-K FROM 1 BY 1
               UNTIL EG-K > MATRIX-DIMENSION
                   COMPUTE EG-DOT ROUNDED = EG-DOT +
                       (EQ-COL(EG-K,EG-I) * EG-VEC(EG-K))
               END-PERFORM
               IF EG-FILL-FLAG = 0
                   MOVE EG-DOT TO ER-COL(EG-I,EG-J)
               END-IF
               PERFORM VARYING EG-K FROM 1 BY 1
               UNTIL EG-K > MATRIX-DIMENSION
                   COMPUTE EG-VEC(EG-K) ROUNDED = EG-VEC(EG-K) -
                       (EG-DOT * EQ-COL(EG-K,EG-I))
               END-PERFORM
           END-PERFORM
           MOVE 0 TO EG-LENGTH
           PERFORM VARYING EG-K FROM 1 BY 1
           UNTIL EG-K > MATRIX-DIMENSION
               COMPUTE EG-LENGTH ROUNDED = EG-LENGTH +
                   (EG-VEC(EG-K) * EG-VEC(EG-K))
           END-PERFORM
           COMPUTE EG-LENGTH ROUNDED = FUNCTION SQRT(EG-LENGTH).

       EIGEN-QR-FILL-COLUMN.
           MOVE 1 TO EG-FILL-FLAG
           MOVE 0 TO EG-LENGTH
           PERFORM VARYING EG-M FROM 1 BY 1
           UNTIL EG-M > MATRIX-DIMENSION OR EG-LENGTH > 0.25
               PERFORM VARYING EG-K FROM 1 BY 1
               UNTIL EG-K > MATRIX-DIMENSION
                   IF EG-K = EG-M
                       MOVE 1 TO EG-VEC(EG-K)
                   ELSE
                       MOVE 0 TO EG-VEC(EG-K)
                   END-IF
               END-PERFORM
               PERFORM EIGEN-ORTHOGONALISE
           END-PERFORM.

       EIGEN-QR-RECOMBINE.
           PERFORM VARYING EG-I FROM 1 BY 1
           UNTIL EG-I > MATRIX-DIMENSION
               PERFORM VARYING EG-J FROM 1 BY 1
               UNTIL EG-J > MATRIX-DIMENSION
                   MOVE 0 TO EG-DOT
                   PERFORM VARYING EG-K FROM EG-I BY 1
                   UNTIL EG-K > MATRIX-DIMENSION
                       COMPUTE EG-DOT ROUNDED = EG-DOT +
                           (ER-COL(EG-I,EG-K) * EQ-COL(EG-K,EG-J))
                   END-PERFORM
                   MOVE EG-DOT TO EG-COL(EG-I,EG-J)
               END-PERFORM
           END-PERFORM.

       EIGEN-RANK-VALUES.
           PERFORM VARYING EG-I FROM 1 BY 1
           UNTIL EG-I > MATRIX-DIMENSION
               MOVE 0 TO EG-TAKEN(EG-I)
           END-PERFORM
           PERFORM VARYING EG-K FROM 1 BY 1
           UNTIL EG-K > MATRIX-DIMENSION
               MOVE 0 TO EG-BEST
               PERFORM VARYING EG-I FROM 1 BY 1
               UNTIL EG-I > MATRIX-DIMENSION
                   IF EG-TAKEN(EG-I) = 0
                       COMPUTE EG-ABS-WORK =
                           FUNCTION ABS(EG-VALUE(EG-I))
                       IF EG-BEST = 0 OR EG-ABS-WORK > EG-BEST-ABS
                           MOVE EG-I TO EG-BEST
                           MOVE EG-ABS-WORK TO EG-BEST-ABS
                       END-IF
                   END-IF
               END-PERFORM
               MOVE EG-BEST TO EG-ORDER(EG-K)
               MOVE 1 TO EG-TAKEN(EG-BEST)
           END-PERFORM.

       EIGEN-INVERSE-ITERATION.
           COMPUTE EG-SHIFT = EG-VALUE(EG-M) + (EG-NORM * 0.00001)
           PERFORM VARYING EG-I FROM 1 BY 1
           UNTIL EG-I > MATRIX-DIMENSION
               COMPUTE EG-ROOT = EG-I + 1
               COMPUTE EG-VEC(EG-I) ROUNDED = 1 / EG-ROOT
           END-PERFORM
           COMPUTE EG-AUG = MATRIX-DIMENSION + 1
           PERFORM VARYING EG-PASS FROM 1 BY 1
           UNTIL EG-PASS > EG-INVERSE-PASSES
               PERFORM VARYING EG-I FROM 1 BY 1
               UNTIL EG-I > MATRIX-DIMENSION
                   PERFORM VARYING EG-J FROM 1 BY 1
                   UNTIL EG-J > MATRIX-DIMENSION
                       MOVE IN-COL(EG-I,EG-J) TO EL-COL(EG-I,EG-J)
                   END-PERFORM
                   COMPUTE EL-COL(EG-I,EG-I) =
                       EL-COL(EG-I,EG-I) - EG-SHIFT
                   MOVE EG-VEC(EG-I) TO EL-COL(EG-I,EG-AUG)
               END-PERFORM
               PERFORM EIGEN-SHIFTED-SOLVE
               PERFORM EIGEN-NORMALISE-VECTOR
           END-PERFORM.

       EIGEN-SHIFTED-SOLVE.
           PERFORM VARYING EG-P FROM 1 BY 1
           UNTIL EG-P > MATRIX-DIMENSION
               MOVE EG-P TO EG-PIVOT-ROW
               MOVE 0 TO EG-BEST-ABS
               PERFORM VARYING EG-I FROM EG-P BY 1
               UNTIL EG-I > MATRIX-DIMENSION
                   COMPUTE EG-ABS-WORK = FUNCTION ABS(EL-COL(EG-I,EG-P))
                   IF EG-ABS-WORK > EG-BEST-ABS
                       MOVE EG-I TO EG-PIVOT-ROW
                       MOVE EG-ABS-WORK TO EG-BEST-ABS
                   END-IF
               END-PERFORM
               IF EG-PIVOT-ROW NOT = EG-P
                   PERFORM VARYING EG-J FROM 1 BY 1
                   UNTIL EG-J > EG-AUG
                       MOVE EL-COL(EG-P,EG-J) TO EG-HOLD-P
                       MOVE EL-COL(EG-PIVOT-ROW,EG-J)
                           TO EL-COL(EG-P,EG-J)
                       MOVE EG-HOLD-P TO EL-COL(EG-PIVOT-ROW,EG-J)
                   END-PERFORM
               END-IF
               IF EG-BEST-ABS < EG-TINY
                   MOVE EG-TINY TO EL-COL(EG-P,EG-P)
               END-IF
               PERFORM VARYING EG-I FROM EG-P BY 1
               UNTIL EG-I > MATRIX-DIMENSION
                   IF EG-I NOT = EG-P
                       COMPUTE EG-FACTOR ROUNDED =
                           EL-COL(EG-I,EG-P) / EL-COL(EG-P,EG-P)
                       PERFORM VARYING EG-J FROM EG-P BY 1
                       UNTIL EG-J > EG-AUG
                           COMPUTE EL-COL(EG-I,EG-J) ROUNDED =
                               EL-COL(EG-I,EG-J) -
                               (EG-FACTOR * EL-COL(EG-P,EG-J))
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING EG-P FROM MATRIX-DIMENSION BY -1
           UNTIL EG-P < 1
               MOVE EL-COL(EG-P,EG-AUG) TO EG-DOT
               PERFORM VARYING EG-J FROM EG-P BY 1
               UNTIL EG-J > MATRIX-DIMENSION
                   IF EG-J > EG-P
                       COMPUTE EG-DOT ROUNDED = EG-DOT -
                           (EL-COL(EG-P,EG-J) * EG-NEXT(EG-J))
                   END-IF
               END-PERFORM
               COMPUTE EG-NEXT(EG-P) ROUNDED =
                   EG-DOT / EL-COL(EG-P,EG-P)
           END-PERFORM
           PERFORM VARYING EG-I FROM 1 BY 1
           UNTIL EG-I > MATRIX-DIMENSION
               MOVE EG-NEXT(EG-I) TO EG-VEC(EG-I)
           END-PERFORM.

       EIGEN-NORMALISE-VECTOR.
           MOVE 0 TO EG-LENGTH
           MOVE 0 TO EG-BEST-ABS
           MOVE 1 TO EG-BEST
           PERFORM VARYING EG-I FROM 1 BY 1
           UNTIL EG-I > MATRIX-DIMENSION
               COMPUTE EG-LENGTH ROUNDED = EG-LENGTH +
                   (EG-VEC(EG-I) * EG-VEC(EG-I))
               COMPUTE EG-ABS-WORK = FUNCTION ABS(EG-VEC(EG-I))
               IF EG-ABS-WORK > EG-BEST-ABS
                   MOVE EG-I TO EG-BEST
                   MOVE EG-ABS-WORK TO EG-BEST-ABS
               END-IF
           END-PERFORM
           COMPUTE EG-LENGTH ROUNDED = FUNCTION SQRT(EG-LENGTH)
           IF EG-LENGTH > 0
               IF EG-VEC(EG-BEST) < 0
                   COMPUTE EG-LENGTH = 0 - EG-LENGTH
               END-IF
               PERFORM VARYING EG-I FROM 1 BY 1
               UNTIL EG-I > MATRIX-DIMENSION
                   COMPUTE EG-VEC(EG-I) ROUNDED =
                       EG-VEC(EG-I) / EG-LENGTH
               END-PERFORM
           END-IF.

       CALCULATE-ADJOINT.
           COMPUTE MINOR-DIMENSION = MATRIX-DIMENSION - 1
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MATRIX-DIMENSION
