000000* EFFECTIVE-DATED ROUTCTL RUNTIME FILE (MAINTAINED AND            K6TBLM.1
000000* VALIDATED BY K6TBLM) OVERRIDE OR EXTEND THEM AT THE NEXT        K6TBLM.1
000000* WINDOW WITHOUT A RECOMPILE.                                     K6TBLM.1
000000* K6EXPW ADDRESSES ITS EXPIRY NOTICES FOR WAIVERS, SUPPRESSIONS,  K6EXPW.1
000000* DEFECT ROWS AND HOLDS THROUGH THE SAME TABLE AND OVERRIDES.     K6EXPW.1
000900* WHEN A DISTRIBUTION LIST CHANGES, A MAINTAINER EDITS ONE FILLER K6NOTF.1
001000* LINE HERE AND RECOMPILES, RATHER THAN HUNTING THROUGH K6NOTIF'S K6NOTF.1
001100* PROCEDURE DIVISION FOR A ROUTING LITERAL.                       K6NOTF.1
