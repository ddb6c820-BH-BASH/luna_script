*> of the room number, wing digit from position 4, the same
*> derivation the floor rollup uses), the RA's id and their name.
*> An RA covering several sections has one record per section.
*> ra_building_code qualifies the section, since every hall has
*> its own floor 1 wing 1.
*> Sections on the roster with no RAASSIGN record land on the
*> coverage-gap exceptions page of the nightly RA packet.
01 ra_assignment_record.
    05 ra_section          pic x(2).
    05 ra_id               pic x(6).
    05 ra_name             pic x(20).
    05 ra_building_code    pic x(2).
