000001*--------------------------------------------------------------*
000002*  LGTREC - SHARED RECORD LAYOUT FOR LEAGUE-TABLE-FILE          *
000003*  (LGTABLE), THE DAILY-CHALLENGE LEAGUE STANDINGS: ONE RECORD  *
000004*  PER PLAYER PER SEASON (LGT-SEASON IS THE QUARTER, YYYYQN),   *
000005*  PLUS ONE SEASON HEADER RECORD WHOSE LGT-PLAYER IS            *
000006*  "(SEASON)". MAINTAINED BY GAME-LGE, WHICH SCORES EACH DAY'S  *
000007*  DAYCHAL CHALLENGE INTO IT AND, AT THE QUARTER END, ARCHIVES  *
000008*  THE FINAL TABLE TO LGHIST AND STARTS THE NEXT SEASON.        *
000009*                                                                *
000010*  LGT-DIVISION: 1 IS THE TOP DIVISION. LGT-BEST-FINISH IS THE  *
000011*  PLAYER'S BEST DAILY PLACING IN THE SEASON, 999 UNTIL THEY    *
000012*  FIRST WIN A CHALLENGE. LGT-LAST-DATE IS THE LAST CHALLENGE   *
000013*  DATE SCORED FOR THE PLAYER.                                  *
000014*                                                                *
000015*  THE SEASON HEADER (LGH- VIEW) CARRIES THE SEASON'S FIRST     *
000016*  DAY, THE LAST DATE SCORED FOR THE WHOLE LEAGUE AND, ONCE THE *
000017*  SEASON IS CLOSED, THE CLOSE DATE.                            *
000018*--------------------------------------------------------------*
000019 01  LEAGUE-TABLE-RECORD.
000020     05  LGT-KEY.
000021         10  LGT-SEASON      PIC X(06).
000022         10  LGT-PLAYER      PIC X(08).
000023             88  LGT-SEASON-HEADER    VALUE "(SEASON)".
000024     05  LGT-DETAIL.
000025         10  LGT-DIVISION    PIC 9(02).
000026         10  LGT-POINTS      PIC 9(05).
000027         10  LGT-ROUNDS      PIC 9(05).
000028         10  LGT-BEST-FINISH PIC 9(03).
000029         10  LGT-LAST-DATE   PIC 9(08).
000030         10  FILLER          PIC X(01).
000031     05  LGH-DETAIL REDEFINES LGT-DETAIL.
000032         10  LGH-START-DATE  PIC 9(08).
000033         10  LGH-LAST-SCORED PIC 9(08).
000034         10  LGH-CLOSE-DATE  PIC 9(08).
