000100*================================================================ K6RGTB.1
000200* K6RGTB.CPY -- THE CONTROL REGISTERS THAT DECIDE VERDICTS.       K6RGTB.1
000300*                                                                 K6RGTB.1
000400* ONE ENTRY PER REGISTER DATASET, IN THE ORDER K6RBKP CAPTURES    K6RGTB.1
000500* THEM, K6RRST RESTORES THEM AND K6RGIO NUMBERS ITS FILES:        K6RGTB.1
000600* DD NAME, WHAT IT HOLDS, RECORD LENGTH AND THE PROGRAM THAT      K6RGTB.1
000700* MAINTAINS IT.  A REGISTER ADDED HERE NEEDS A MATCHING FILE IN   K6RGTB.1
000800* K6RGIO AND NOTHING ELSE.                                        K6RGTB.1
000000*                                                                 K6RULE.1
000000* ENTRIES 11 ON ARE THE CONTROL CARD DECKS AND THE OPTION         K6RULE.1
000000* PROFILE REGISTER THE WINDOW READS; FOR A DECK THE LAST COLUMN   K6RULE.1
000000* NAMES THE PROGRAM THAT READS IT.  THEY ARE NOT PART OF THE      K6RULE.1
000000* BACKUP SET (RG-REGISTER-COUNT) BUT ARE CAPTURED WITH THE        K6RULE.1
000000* REGISTERS FOR EVERY WINDOW BY K6RULE (RG-RULES-COUNT).          K6RULE.1
000900*================================================================ K6RGTB.1
001000 01  REGISTER-TABLE-VALUES.                                       K6RGTB.1
001100     05  FILLER   PIC X(33) VALUE                                 K6RGTB.1
001200         "WVRREG  WAIVERS         080K6APRQ".                     K6RGTB.1
001300     05  FILLER   PIC X(33) VALUE                                 K6RGTB.1
001400         "SUPRREG SUPPRESSIONS    080K6APRQ".                     K6RGTB.1
001500     05  FILLER   PIC X(33) VALUE                                 K6RGTB.1
001600         "GOLDMSTRGOLDEN BASELINE 059K6GUPD".                     K6RGTB.1
001700     05  FILLER   PIC X(33) VALUE                                 K6RGTB.1
001800         "TCIDMST TEST-CASE IDS   080K6TCID".                     K6RGTB.1
001900     05  FILLER   PIC X(33) VALUE                                 K6RGTB.1
002000         "VDEFMST VENDOR DEFECTS  080K6VDEF".                     K6RGTB.1
002100     05  FILLER   PIC X(33) VALUE                                 K6RGTB.1
002200         "CALMST  CALENDAR        080K6CALM".                     K6RGTB.1
002300     05  FILLER   PIC X(33) VALUE                                 K6RGTB.1
002400         "ACKREG  ACKNOWLEDGEMENTS100K6ACKR".                     K6RGTB.1
002500     05  FILLER   PIC X(33) VALUE                                 K6RGTB.1
002600         "TGTSTAT TARGET STATUS   080K6TRET".                     K6RGTB.1
002700     05  FILLER   PIC X(33) VALUE                                 K6RGTB.1
002800         "ROUTCTL ROUTING TABLE   080K6TBLM".                     K6RGTB.1
002900     05  FILLER   PIC X(33) VALUE                                 K6RGTB.1
003000         "SEVCTL  SEVERITY TABLE  080K6TBLM".                     K6RGTB.1
000000     05  FILLER   PIC X(33) VALUE                                 K6RULE.1
000000         "GATECTL GATE POLICY     080K6GATE".                     K6RULE.1
000000     05  FILLER   PIC X(33) VALUE                                 K6RULE.1
000000         "ORCHCTL ORCH POLICY     080K6ORCH".                     K6RULE.1
000000     05  FILLER   PIC X(33) VALUE                                 K6RULE.1
000000         "STEPLISTSTEP LIST       019K6SCHG".                     K6RULE.1
000000     05  FILLER   PIC X(33) VALUE                                 K6RULE.1
000000         "TESTCLK TEST CLOCK      080K6PREF".                     K6RULE.1
000000     05  FILLER   PIC X(33) VALUE                                 K6RULE.1
000000         "DEVOVRD DEVICE OVERRIDES080K6PREF".                     K6RULE.1
000000     05  FILLER   PIC X(33) VALUE                                 K6RULE.1
000000         "OPTPROF OPTION PROFILES 080K6OPRG".                     K6RULE.1
003100 01  REGISTER-TABLE REDEFINES REGISTER-TABLE-VALUES.              K6RGTB.1
003200     05  RG-ENTRY OCCURS 16 TIMES.                                K6RULE.1
003300         10  RG-DDNAME            PIC X(8).                       K6RGTB.1
003400         10  RG-DESC              PIC X(16).                      K6RGTB.1
003500         10  RG-LENGTH            PIC 9(3).                       K6RGTB.1
003600         10  RG-OWNER             PIC X(6).                       K6RGTB.1
003700 01  RG-REGISTER-COUNT            PIC 9(2)   COMP VALUE 10.       K6RGTB.1
000000 01  RG-RULES-COUNT               PIC 9(2)   COMP VALUE 16.       K6RULE.1
