000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PAUSNMCH.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-11-28.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    PAUSNMCH - SANCTIONS NAME-MATCH ROUTINE.                   *
000090*    CALLED WITH THE CVSNMCHY PARAMETER BLOCK SO THE ONLINE     *
000100*    SCREEN (COPAUA0C), THE LIST LOAD (CBSNELOD) AND THE        *
000110*    LOOKBACK (CBSNERSC) NORMALIZE AND SCORE A NAME THE SAME    *
000120*    WAY.                                                       *
000130*    FUNCTION 'N' - NORMALIZE: UPPER CASE, PUNCTUATION DROPPED, *
000140*      LEGAL-FORM AND FILLER WORDS (INC, LTD, THE, ...) DROPPED *
000150*      AND THE REMAINING WORDS RUN TOGETHER, SO 'AL-RASHID      *
000160*      TRADING CO.' AND 'ALRASHID TRADING' NORMALIZE ALIKE. THE *
000170*      SKELETON IS THE FIRST LETTER AND THE CONSONANTS AFTER IT *
000180*      WITH REPEATS DROPPED - THE BROWSE KEY THAT BRINGS A      *
000190*      MISSPELT NAME TO THE SAME PART OF THE LIST.              *
000200*    FUNCTION 'M' - MATCH: THE SCORE IS 100 LESS THE EDIT       *
000210*      DISTANCE BETWEEN THE NORMALIZED FORMS AS A PERCENTAGE OF *
000220*      THE LONGER. A NAME ROW SCORING 90 OR MORE IS A STRONG    *
000230*      MATCH WHEN THE ROW HAS NO CITY OR THE MERCHANT CITY      *
000240*      SCORES 80 OR MORE AGAINST IT, OTHERWISE WEAK; 75 TO 89   *
000250*      IS WEAK. A PLACE ROW IS SCORED AGAINST THE MERCHANT CITY *
000260*      - 90 OR MORE STRONG, 75 TO 89 WEAK.                      *
000270*----------------------------------------------------------------*
000280*                MODIFICATION HISTORY                            *
000290* DATE       INIT DESCRIPTION                                    *
000300* 2027-11-28  JGM INITIAL VERSION                                *
000310*----------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-ZOS.
000350 OBJECT-COMPUTER. IBM-ZOS.
000360*----------------------------------------------------------------*
000370 DATA DIVISION.
000380*----------------------------------------------------------------*
000390 WORKING-STORAGE SECTION.
000400*----------------------------------------------------------------*
000410 01  SNM-THRESHOLDS.
000420     05  SNM-STRONG-SCORE           PIC 9(03) VALUE 90.
000430     05  SNM-WEAK-SCORE             PIC 9(03) VALUE 75.
000440     05  SNM-CITY-SCORE             PIC 9(03) VALUE 80.
000450*
000460 01  SNM-WORK-FIELDS.
000470     05  SNM-UPPER                  PIC X(60).
000480     05  SNM-SKEL-WORK              PIC X(40).
000490     05  SNM-CHAR                   PIC X(01).
000500     05  SNM-LAST-CHAR              PIC X(01).
000510     05  SNM-PTR                    PIC S9(04) COMP.
000520     05  SNM-TOK-SUB                PIC S9(04) COMP.
000530     05  SNM-CHR-SUB                PIC S9(04) COMP.
000540     05  SNM-SKEL-LEN               PIC S9(04) COMP.
000550     05  SNM-KEEP-NOISE-SW          PIC X(01).
000560         88  SNM-KEEP-NOISE                 VALUE 'Y'.
000570     05  SNM-TOKENS.
000580         10  SNM-TOKEN              PIC X(20) OCCURS 10 TIMES.
000590*
000600 01  SNM-COMPARE-FIELDS.
000610     05  SNM-TEXT-1                 PIC X(40).
000620     05  SNM-TEXT-2                 PIC X(40).
000630     05  SNM-LEN-1                  PIC S9(04) COMP.
000640     05  SNM-LEN-2                  PIC S9(04) COMP.
000650     05  SNM-MAX-LEN                PIC S9(04) COMP.
000660     05  SNM-I                      PIC S9(04) COMP.
000670     05  SNM-J                      PIC S9(04) COMP.
000680     05  SNM-COST                   PIC S9(04) COMP.
000690     05  SNM-BEST                   PIC S9(04) COMP.
000700     05  SNM-PCT                    PIC 9(03).
000710     05  SNM-NAME-PCT               PIC 9(03).
000720     05  SNM-LEN-FOUND-SW           PIC X(01).
000730         88  SNM-LEN-FOUND                  VALUE 'Y'.
000740*    EDIT-DISTANCE GRID - ROW I+1, COLUMN J+1 HOLDS THE DISTANCE
000750*    BETWEEN THE FIRST I CHARACTERS OF ONE TEXT AND THE FIRST J
000760*    OF THE OTHER.
000770 01  SNM-DISTANCE-GRID.
000780     05  SNM-DIST-ROW               OCCURS 41 TIMES.
000790         10  SNM-DIST               PIC S9(04) COMP
000800                                    OCCURS 41 TIMES.
000810*----------------------------------------------------------------*
000820*    WORDS THAT SAY NOTHING ABOUT WHO THE PARTY IS               *
000830*----------------------------------------------------------------*
000840 01  SNM-NOISE-WORDS.
000850     05  FILLER                     PIC X(12) VALUE 'THE'.
000860     05  FILLER                     PIC X(12) VALUE 'AND'.
000870     05  FILLER                     PIC X(12) VALUE 'OF'.
000880     05  FILLER                     PIC X(12) VALUE 'INC'.
000890     05  FILLER                     PIC X(12) VALUE 'LLC'.
000900     05  FILLER                     PIC X(12) VALUE 'LLP'.
000910     05  FILLER                     PIC X(12) VALUE 'LTD'.
000920     05  FILLER                     PIC X(12) VALUE 'LIMITED'.
000930     05  FILLER                     PIC X(12) VALUE 'CO'.
000940     05  FILLER                     PIC X(12) VALUE 'COMPANY'.
000950     05  FILLER                     PIC X(12) VALUE 'CORP'.
000960     05  FILLER                     PIC X(12) VALUE 'CORPORATION'.
000970     05  FILLER                     PIC X(12) VALUE 'PLC'.
000980     05  FILLER                     PIC X(12) VALUE 'SA'.
000990     05  FILLER                     PIC X(12) VALUE 'AG'.
001000     05  FILLER                     PIC X(12) VALUE 'GMBH'.
001010     05  FILLER                     PIC X(12) VALUE 'BV'.
001020     05  FILLER                     PIC X(12) VALUE 'NV'.
001030     05  FILLER                     PIC X(12) VALUE 'SRL'.
001040     05  FILLER                     PIC X(12) VALUE 'SPA'.
001050 01  SNM-NOISE-TAB REDEFINES SNM-NOISE-WORDS.
001060     05  SNM-NOISE-WORD             PIC X(12) OCCURS 20 TIMES
001070                                    INDEXED BY SNM-NW-IDX.
001080*----------------------------------------------------------------*
001090 LINKAGE SECTION.
001100*----------------------------------------------------------------*
001110 COPY CVSNMCHY.
001120*----------------------------------------------------------------*
001130 PROCEDURE DIVISION USING SANCTION-MATCH-PARMS.
001140*----------------------------------------------------------------*
001150 0000-MAINLINE.
001160     EVALUATE TRUE
001170         WHEN SNM-NORMALIZE
001180             PERFORM 1000-NORMALIZE-TEXT  THRU 1000-EXIT
001190         WHEN SNM-MATCH
001200             PERFORM 2000-MATCH-ENTRY     THRU 2000-EXIT
001210         WHEN OTHER
001220             MOVE ZERO                    TO SNM-SCORE
001230             MOVE SPACE                   TO SNM-STRENGTH
001240     END-EVALUATE
001250     GOBACK.
001260*----------------------------------------------------------------*
001270 1000-NORMALIZE-TEXT.
001280*----------------------------------------------------------------*
001290     MOVE SPACES                     TO SNM-NORM-OUT
001300                                        SNM-SKEL-OUT
001310     MOVE SNM-TEXT-IN                TO SNM-UPPER
001320     INSPECT SNM-UPPER REPLACING ALL LOW-VALUES BY SPACES
001330     INSPECT SNM-UPPER CONVERTING
001340             'abcdefghijklmnopqrstuvwxyz'
001350          TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
001360     INSPECT SNM-UPPER CONVERTING
001370             '.,-/()#*!?:;+&"'''
001380          TO '                '
001390     MOVE SPACES                     TO SNM-TOKENS
001400     UNSTRING SNM-UPPER DELIMITED BY ALL SPACE
001410         INTO SNM-TOKEN(1) SNM-TOKEN(2) SNM-TOKEN(3)
001420              SNM-TOKEN(4) SNM-TOKEN(5) SNM-TOKEN(6)
001430              SNM-TOKEN(7) SNM-TOKEN(8) SNM-TOKEN(9)
001440              SNM-TOKEN(10)
001450     END-UNSTRING
001460     MOVE 'N'                        TO SNM-KEEP-NOISE-SW
001470     MOVE 1                          TO SNM-PTR
001480     PERFORM 1100-ADD-TOKEN          THRU 1100-EXIT
001490         VARYING SNM-TOK-SUB FROM 1 BY 1
001500         UNTIL SNM-TOK-SUB > 10
001510*    A NAME MADE OF NOTHING BUT FILLER WORDS IS KEPT WHOLE.
001520     IF SNM-NORM-OUT = SPACES
001530        SET SNM-KEEP-NOISE           TO TRUE
001540        MOVE 1                       TO SNM-PTR
001550        PERFORM 1100-ADD-TOKEN       THRU 1100-EXIT
001560            VARYING SNM-TOK-SUB FROM 1 BY 1
001570            UNTIL SNM-TOK-SUB > 10
001580     END-IF
001590     IF SNM-NORM-OUT NOT = SPACES
001600        PERFORM 1200-BUILD-SKELETON  THRU 1200-EXIT
001610     END-IF
001620     .
001630 1000-EXIT.
001640     EXIT.
001650*----------------------------------------------------------------*
001660 1100-ADD-TOKEN.
001670*----------------------------------------------------------------*
001680     IF SNM-TOKEN(SNM-TOK-SUB) = SPACES
001690        OR SNM-PTR > 40
001700        GO TO 1100-EXIT
001710     END-IF
001720     IF NOT SNM-KEEP-NOISE
001730        SET SNM-NW-IDX               TO 1
001740        SEARCH SNM-NOISE-WORD
001750            AT END
001760                CONTINUE
001770            WHEN SNM-NOISE-WORD(SNM-NW-IDX) =
001780                 SNM-TOKEN(SNM-TOK-SUB)
001790                GO TO 1100-EXIT
001800        END-SEARCH
001810     END-IF
001820     STRING SNM-TOKEN(SNM-TOK-SUB) DELIMITED BY SPACE
001830            INTO SNM-NORM-OUT
001840            WITH POINTER SNM-PTR
001850     END-STRING
001860     .
001870 1100-EXIT.
001880     EXIT.
001890*----------------------------------------------------------------*
001900*    C, Q AND Z ARE TAKEN AS K, K AND S SO THE COMMON            *
001910*    TRANSLITERATION VARIANTS SHARE A SKELETON.                  *
001920*----------------------------------------------------------------*
001930 1200-BUILD-SKELETON.
001940*----------------------------------------------------------------*
001950     MOVE SNM-NORM-OUT               TO SNM-SKEL-WORK
001960     INSPECT SNM-SKEL-WORK CONVERTING 'CQZ' TO 'KKS'
001970     MOVE SNM-SKEL-WORK(1:1)         TO SNM-SKEL-OUT(1:1)
001980                                        SNM-LAST-CHAR
001990     MOVE 1                          TO SNM-SKEL-LEN
002000     PERFORM 1210-SKELETON-CHAR      THRU 1210-EXIT
002010         VARYING SNM-CHR-SUB FROM 2 BY 1
002020         UNTIL SNM-CHR-SUB > 40
002030            OR SNM-SKEL-LEN >= 12
002040     .
002050 1200-EXIT.
002060     EXIT.
002070*----------------------------------------------------------------*
002080 1210-SKELETON-CHAR.
002090*----------------------------------------------------------------*
002100     MOVE SNM-SKEL-WORK(SNM-CHR-SUB:1) TO SNM-CHAR
002110     IF SNM-CHAR = SPACE
002120        OR SNM-CHAR = 'A' OR 'E' OR 'I' OR 'O' OR 'U'
002130        OR SNM-CHAR = 'Y' OR 'H' OR 'W'
002140        OR SNM-CHAR = SNM-LAST-CHAR
002150        GO TO 1210-EXIT
002160     END-IF
002170     ADD 1                           TO SNM-SKEL-LEN
002180     MOVE SNM-CHAR                   TO SNM-LAST-CHAR
002190     MOVE SNM-CHAR
002200       TO SNM-SKEL-OUT(SNM-SKEL-LEN:1)
002210     .
002220 1210-EXIT.
002230     EXIT.
002240*----------------------------------------------------------------*
002250 2000-MATCH-ENTRY.
002260*----------------------------------------------------------------*
002270     MOVE ZERO                       TO SNM-SCORE
002280     MOVE SPACE                      TO SNM-STRENGTH
002290     IF SNM-SCREEN-LOCATION
002300        MOVE SNM-CAND-CITY-NORM      TO SNM-TEXT-1
002310        MOVE SNM-LIST-NAME-NORM      TO SNM-TEXT-2
002320        PERFORM 3000-SCORE-TEXTS     THRU 3000-EXIT
002330        MOVE SNM-PCT                 TO SNM-SCORE
002340        EVALUATE TRUE
002350            WHEN SNM-SCORE >= SNM-STRONG-SCORE
002360                SET SNM-STRONG-MATCH TO TRUE
002370            WHEN SNM-SCORE >= SNM-WEAK-SCORE
002380                SET SNM-WEAK-MATCH   TO TRUE
002390            WHEN OTHER
002400                CONTINUE
002410        END-EVALUATE
002420        GO TO 2000-EXIT
002430     END-IF
002440*
002450     MOVE SNM-CAND-NAME-NORM         TO SNM-TEXT-1
002460     MOVE SNM-LIST-NAME-NORM         TO SNM-TEXT-2
002470     PERFORM 3000-SCORE-TEXTS        THRU 3000-EXIT
002480     MOVE SNM-PCT                    TO SNM-SCORE
002490                                        SNM-NAME-PCT
002500     IF SNM-NAME-PCT < SNM-WEAK-SCORE
002510        GO TO 2000-EXIT
002520     END-IF
002530     IF SNM-NAME-PCT < SNM-STRONG-SCORE
002540        SET SNM-WEAK-MATCH           TO TRUE
002550        GO TO 2000-EXIT
002560     END-IF
002570*    A STRONG NAME IS CORROBORATED BY THE CITY WHEN THE LIST
002580*    GIVES ONE - THE SAME NAME ELSEWHERE IS REFERRED, NOT
002590*    DECLINED.
002600     IF SNM-LIST-CITY-NORM = SPACES
002610        SET SNM-STRONG-MATCH         TO TRUE
002620        GO TO 2000-EXIT
002630     END-IF
002640     MOVE SNM-CAND-CITY-NORM         TO SNM-TEXT-1
002650     MOVE SNM-LIST-CITY-NORM         TO SNM-TEXT-2
002660     PERFORM 3000-SCORE-TEXTS        THRU 3000-EXIT
002670     IF SNM-PCT >= SNM-CITY-SCORE
002680        SET SNM-STRONG-MATCH         TO TRUE
002690     ELSE
002700        SET SNM-WEAK-MATCH           TO TRUE
002710     END-IF
002720     .
002730 2000-EXIT.
002740     EXIT.
002750*----------------------------------------------------------------*
002760*    SNM-PCT = 100 LESS THE EDIT DISTANCE (INSERTS, DELETES AND  *
002770*    SUBSTITUTIONS) BETWEEN SNM-TEXT-1 AND SNM-TEXT-2 AS A       *
002780*    PERCENTAGE OF THE LONGER OF THE TWO. AN EMPTY TEXT SCORES 0.*
002790*----------------------------------------------------------------*
002800 3000-SCORE-TEXTS.
002810*----------------------------------------------------------------*
002820     MOVE ZERO                       TO SNM-PCT
002830     MOVE 40                         TO SNM-LEN-1
002840     MOVE 'N'                        TO SNM-LEN-FOUND-SW
002850     PERFORM 3100-FIND-LEN-1         THRU 3100-EXIT
002860         UNTIL SNM-LEN-FOUND OR SNM-LEN-1 = 0
002870     MOVE 40                         TO SNM-LEN-2
002880     MOVE 'N'                        TO SNM-LEN-FOUND-SW
002890     PERFORM 3200-FIND-LEN-2         THRU 3200-EXIT
002900         UNTIL SNM-LEN-FOUND OR SNM-LEN-2 = 0
002910     IF SNM-LEN-1 = 0 OR SNM-LEN-2 = 0
002920        GO TO 3000-EXIT
002930     END-IF
002940     IF SNM-TEXT-1 = SNM-TEXT-2
002950        MOVE 100                     TO SNM-PCT
002960        GO TO 3000-EXIT
002970     END-IF
002980*
002990     PERFORM 3300-SET-FIRST-ROW      THRU 3300-EXIT
003000         VARYING SNM-J FROM 0 BY 1
003010         UNTIL SNM-J > SNM-LEN-2
003020     PERFORM 3400-SET-FIRST-COLUMN   THRU 3400-EXIT
003030         VARYING SNM-I FROM 0 BY 1
003040         UNTIL SNM-I > SNM-LEN-1
003050     PERFORM 3500-FILL-CELL          THRU 3500-EXIT
003060         VARYING SNM-I FROM 1 BY 1
003070         UNTIL SNM-I > SNM-LEN-1
003080         AFTER SNM-J FROM 1 BY 1
003090         UNTIL SNM-J > SNM-LEN-2
003100*
003110     IF SNM-LEN-1 > SNM-LEN-2
003120        MOVE SNM-LEN-1               TO SNM-MAX-LEN
003130     ELSE
003140        MOVE SNM-LEN-2               TO SNM-MAX-LEN
003150     END-IF
003160     COMPUTE SNM-PCT = 100 -
003170             (SNM-DIST(SNM-LEN-1 + 1, SNM-LEN-2 + 1) * 100)
003180             / SNM-MAX-LEN
003190     .
003200 3000-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------*
003230 3100-FIND-LEN-1.
003240*----------------------------------------------------------------*
003250     IF SNM-TEXT-1(SNM-LEN-1:1) NOT = SPACE
003260        SET SNM-LEN-FOUND            TO TRUE
003270     ELSE
003280        SUBTRACT 1                   FROM SNM-LEN-1
003290     END-IF
003300     .
003310 3100-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------*
003340 3200-FIND-LEN-2.
003350*----------------------------------------------------------------*
003360     IF SNM-TEXT-2(SNM-LEN-2:1) NOT = SPACE
003370        SET SNM-LEN-FOUND            TO TRUE
003380     ELSE
003390        SUBTRACT 1                   FROM SNM-LEN-2
003400     END-IF
003410     .
003420 3200-EXIT.
003430     EXIT.
003440*----------------------------------------------------------------*
003450 3300-SET-FIRST-ROW.
003460*----------------------------------------------------------------*
003470     MOVE SNM-J                      TO SNM-DIST(1, SNM-J + 1)
003480     .
003490 3300-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------*
003520 3400-SET-FIRST-COLUMN.
003530*----------------------------------------------------------------*
003540     MOVE SNM-I                      TO SNM-DIST(SNM-I + 1, 1)
003550     .
003560 3400-EXIT.
003570     EXIT.
003580*----------------------------------------------------------------*
003590*    THE CHEAPEST OF SUBSTITUTING (OR KEEPING) THIS CHARACTER,   *
003600*    DELETING IT, OR INSERTING ONE.                              *
003610*----------------------------------------------------------------*
003620 3500-FILL-CELL.
003630*----------------------------------------------------------------*
003640     IF SNM-TEXT-1(SNM-I:1) = SNM-TEXT-2(SNM-J:1)
003650        MOVE 0                       TO SNM-COST
003660     ELSE
003670        MOVE 1                       TO SNM-COST
003680     END-IF
003690     COMPUTE SNM-BEST = SNM-DIST(SNM-I, SNM-J) + SNM-COST
003700     IF SNM-DIST(SNM-I, SNM-J + 1) + 1 < SNM-BEST
003710        COMPUTE SNM-BEST = SNM-DIST(SNM-I, SNM-J + 1) + 1
003720     END-IF
003730     IF SNM-DIST(SNM-I + 1, SNM-J) + 1 < SNM-BEST
003740        COMPUTE SNM-BEST = SNM-DIST(SNM-I + 1, SNM-J) + 1
003750     END-IF
003760     MOVE SNM-BEST
003770       TO SNM-DIST(SNM-I + 1, SNM-J + 1)
003780     .
003790 3500-EXIT.
003800     EXIT.
