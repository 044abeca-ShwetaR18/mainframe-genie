000500* THE AUTHORITIES PUBLISH NEW TABLES.  FLOOR AND CEILING ARE
000600* ANNUAL WAGE AMOUNTS; THE TOP BRACKET OF EACH SCHEDULE IS KEYED
000700* WITH A CEILING OF 99999999.99.
000710*
000720* TAX-STATE-CODE (THE TWO-LETTER POSTAL CODE) SAYS WHICH STATE A
000730* STATE ('S') BRACKET BELONGS TO, SO TAXTABLE.DAT CAN CARRY THE
000740* SCHEDULE OF EVERY STATE WE HAVE EMPLOYEES WORKING OR LIVING IN;
000750* IT IS SPACES ON FEDERAL BRACKETS.  A STATE SCHEDULE KEYED WITH
000760* SPACES IS THE ONE APPLIED TO AN EMPLOYEE WHOSE MASTER RECORD
000770* CARRIES NO WORK STATE, SO THE OLD SINGLE STATE SCHEDULE CONVERTS
000780* BY INSERTING TWO SPACES.  A TAXTABLE.DAT WITHOUT THE FIELD MUST
000790* BE CONVERTED BEFORE IT IS USED WITH THIS COPYBOOK.
000800*----------------------------------------------------------------
000900 01  TAX-BRACKET-RECORD.
001000     05  TAX-AUTHORITY           PIC X(01).
001100         88  TAX-FEDERAL                VALUE 'F'.
001200         88  TAX-STATE                  VALUE 'S'.
001210     05  TAX-STATE-CODE          PIC X(02).
001300     05  TAX-FILING-STATUS       PIC X(01).
001400         88  TAX-FILING-SINGLE          VALUE 'S'.
001500         88  TAX-FILING-MARRIED         VALUE 'M'.
