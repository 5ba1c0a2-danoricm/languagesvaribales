001620*                  SOFTLINES, CONSUMABLES, ...) SO FINANCE'S
001630*                  GROUP-LEVEL ROLLUPS CAN BE PRODUCED INSTEAD
001640*                  OF RE-ADDED IN A SPREADSHEET.
001645* 10/15/2026  DJM  ADDED THE MINIMUM AND MAXIMUM EXPECTED UNIT
001650*                  PRICE FOR THE CATEGORY.  THE NIGHTLY PASS
001655*                  HOLDS A SALE OR RETURN PRICED OUTSIDE THE
001660*                  RANGE IN SUSPENSE INSTEAD OF POSTING IT.  A
001665*                  ZERO MINIMUM OR MAXIMUM MEANS NO EDIT ON THAT
001670*                  SIDE.
001700*----------------------------------------------------------------
001800 01  CATM-RECORD.
001900     05  CATM-KEY            PIC X(10).
002400     05  CATM-EFF-FROM-DATE  PIC 9(08).
002500     05  CATM-EFF-TO-DATE    PIC 9(08).
002600     05  CATM-GROUP-CODE     PIC X(03).
002700     05  CATM-MIN-PRICE      PIC 9(04)V9(02).
002800     05  CATM-MAX-PRICE      PIC 9(04)V9(02).
