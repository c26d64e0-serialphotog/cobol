	DATA DIVISION.
	FILE SECTION.
	FD  AUDIT-FILE.
	01  AUDIT-RECORD pic x(121).
	FD  SUSPENSE-FILE.
	01  SUSPENSE-RECORD pic x(100).
	FD  REVIEW-FILE.
